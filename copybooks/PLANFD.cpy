      *****************************************************
      * Plan record. Amounts are planned net spend in euros
      * and cents - the pertes of the line less its gains,
      * as Calcul_Budget_Plan measures the actuals.
      * PLAN-ORIGINE is 'S' for a line keyed on the screen,
      * 'C' for a line copied from last year's actuals and
      * not touched since.
      *****************************************************
       FD  PLAN-FILE.
       01  PLAN-RECORD.
           05  PLAN-CLE.
               10  PLAN-ANNEE       PIC 9(4).
               10  PLAN-DEPARTEMENT PIC X(3).
               10  PLAN-CATEGORIE   PIC X(4).
           05  PLAN-MOIS            PIC 9(7)V99 OCCURS 12 TIMES.
           05  PLAN-ORIGINE         PIC X(1).
           05  PLAN-OPERATEUR       PIC X(8).
           05  PLAN-DATE-MAJ        PIC 9(8).
