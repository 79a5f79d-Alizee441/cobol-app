               10  YEAR-DATE            PIC 9(8).
               10  YEAR-TIME            PIC 9(6).
           05  YEAR-CURRENCY            PIC X(3).
      * Amounts in euros and cents (two implied decimals).
           05  YEAR-GAINS               PIC 9(7)V99.
           05  YEAR-PERTES              PIC 9(7)V99.
           05  YEAR-TOTAL               PIC S9(9)V99.
           05  YEAR-OPERATEUR           PIC X(8).
           05  YEAR-PROGRAMME           PIC X(8).
           05  YEAR-CATEGORIE           PIC X(4).
           05  YEAR-RAISON              PIC X(6).
           05  YEAR-MONTANT-ORIG        PIC 9(7)V99.
           05  YEAR-DEVISE-ORIG         PIC X(3).
           05  YEAR-TAUX                PIC 9V9(4).
           05  YEAR-REF-SEQUENCE        PIC 9(9).
           05  YEAR-DEPARTEMENT         PIC X(3).
           05  YEAR-CODE-TVA            PIC X(3).
           05  YEAR-MONTANT-TVA         PIC 9(7)V99.
           05  YEAR-DOCUMENT            PIC 9(9).
           05  YEAR-TIERS               PIC X(8).
