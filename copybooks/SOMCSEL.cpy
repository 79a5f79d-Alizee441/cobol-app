      *****************************************************
      * Summary control record: how far the ledger has been
      * summarised (the last posting sequence taken, with
      * that posting's date and amounts so a replaced or
      * purged ledger is recognised) and the totals the
      * summary file must add up to. SOMC-STATUT is 'E'
      * while Calcul_Budget_Sommaire is updating the
      * summary and 'C' once it is complete.
      *****************************************************
           SELECT SOMCTL-FILE
               ASSIGN TO "data/BUDGSOMC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOMC-STATUS.
