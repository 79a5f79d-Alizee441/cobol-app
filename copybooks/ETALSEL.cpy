      *****************************************************
      * Spreading schedule: one line per prepaid or annual
      * posting whose amount is released month by month
      * instead of landing whole in the month it was paid.
      * Set up by Gestion_Etalements, released by
      * Calcul_Budget_Etalement right after the month-end
      * close, listed by Calcul_Budget_Echeances.
      *****************************************************
           SELECT ETALEMENT-FILE
               ASSIGN TO "data/BUDGETAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETAL-STATUS.
