      *****************************************************
      * Shared-cost allocation rules: one line per category
      * whose postings are spread across departments at
      * month-end. Maintained by Gestion_Repartitions, read
      * by Calcul_Budget_Repartition ahead of the close.
      *****************************************************
           SELECT REPART-FILE
               ASSIGN TO "data/BUDGREPA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPA-STATUS.
