      *****************************************************
      * Register of the GLINT batches sent to accounting,
      * one line per batch, appended by Calcul_Budget_
      * Interface and brought up to date by Calcul_Budget_
      * AccuseGL as the acknowledgements come back.
      *****************************************************
           SELECT GLLOT-FILE
               ASSIGN TO "data/BUDGGLLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLLT-STATUS.
