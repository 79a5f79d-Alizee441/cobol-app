      *****************************************************
      * Send log of the exception notices: one line per
      * message handed to the mail gateway, appended by
      * Calcul_Budget_Avis - who got what, when, in which
      * MAILOUT batch, and how many items of each kind.
      *****************************************************
           SELECT NLOG-FILE
               ASSIGN TO "data/BUDGNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NLOG-STATUS.
