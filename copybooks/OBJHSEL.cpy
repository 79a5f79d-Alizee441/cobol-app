      *****************************************************
      * Savings-goal history: one record per goal and per
      * closed month, appended by Calcul_Budget_Objectifs -
      * the month's gains, pertes, savings and rate, the
      * amount saved to date, the monthly effort still
      * required and the verdict.
      *****************************************************
           SELECT OBJHISTO-FILE
               ASSIGN TO "data/BUDGOBJH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBJH-STATUS.
