           05  SAVE-DATE            PIC 9(8).
           05  SAVE-TIME            PIC 9(6).
           05  SAVE-CURRENCY        PIC X(3).
      * Amounts in euros and cents (two implied decimals).
           05  SAVE-GAINS           PIC 9(7)V99.
           05  SAVE-PERTES          PIC 9(7)V99.
           05  SAVE-TOTAL           PIC S9(9)V99.
           05  SAVE-OPERATEUR       PIC X(8).
           05  SAVE-PROGRAMME       PIC X(8).
           05  SAVE-CATEGORIE       PIC X(4).
           05  SAVE-RAISON          PIC X(6).
           05  SAVE-MONTANT-ORIG    PIC 9(7)V99.
           05  SAVE-DEVISE-ORIG     PIC X(3).
           05  SAVE-TAUX            PIC 9V9(4).
           05  SAVE-REF-SEQUENCE    PIC 9(9).
           05  SAVE-DEPARTEMENT     PIC X(3).
           05  SAVE-CODE-TVA        PIC X(3).
           05  SAVE-MONTANT-TVA     PIC 9(7)V99.
           05  SAVE-DOCUMENT        PIC 9(9).
           05  SAVE-TIERS           PIC X(8).
