      *****************************************************
      * G/L transmission status, one record per posting
      * ever sent to accounting through GLINT. A posting
      * with no record here has not been sent yet.
      * Written by Calcul_Budget_Interface, updated from
      * accounting's acknowledgements by Calcul_Budget_
      * AccuseGL. Keyed by the posting sequence like the
      * ledger and the archive, so either side is one
      * keyed read away.
      *****************************************************
           SELECT GLSTAT-FILE
               ASSIGN TO "data/BUDGGLST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLST-SEQUENCE
               FILE STATUS IS WS-GLST-STATUS.
