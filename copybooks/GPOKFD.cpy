      *****************************************************
       FD  GAINS-PERTES-OK.
       01  GPOK-RECORD.
      * Amounts in euros and cents (two implied decimals).
           05  GPOK-GAINS           PIC 9(7)V99.
           05  GPOK-PERTES          PIC 9(7)V99.
           05  GPOK-OPERATEUR       PIC X(8).
           05  GPOK-CATEGORIE       PIC X(4).
      * Always a real date: Calcul_Budget_Edit resolves a
      * Always a real code: Calcul_Budget_Edit resolves a
      * blank slip code to the category's default.
           05  GPOK-CODE-TVA        PIC X(3).
      * Document reference of a split receipt whose lines
      * Calcul_Budget_Edit found to add up to its total;
      * blank on an ordinary slip.
           05  GPOK-DOCUMENT        PIC X(10).
      * Payee code, checked active in TIERS-FILE; blank when
      * the slip names none.
           05  GPOK-TIERS           PIC X(8).
