      *****************************************************
      * Register of the exception notices already sent, one
      * record per recipient and item: a reject, an
      * envelope overrun, a pending entry, an escalation or
      * a forecast breach that is on file here has gone to
      * that recipient and is never put in a message to
      * them again. Written by Calcul_Budget_Avis as each
      * message goes to the mail gateway.
      *****************************************************
           SELECT NOTE-FILE
               ASSIGN TO "data/BUDGNOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-CLE
               FILE STATUS IS WS-NOTE-STATUS.
