           05  HOLD-DATE            PIC 9(8).
           05  HOLD-OPERATEUR       PIC X(8).
           05  HOLD-PROGRAMME       PIC X(8).
      * Amounts in euros and cents (two implied decimals).
           05  HOLD-GAINS           PIC 9(7)V99.
           05  HOLD-PERTES          PIC 9(7)V99.
           05  HOLD-CATEGORIE       PIC X(4).
           05  HOLD-RAISON          PIC X(6).
           05  HOLD-DEPARTEMENT     PIC X(3).
           05  HOLD-MONTANT-ORIG    PIC 9(7)V99.
           05  HOLD-DEVISE-ORIG     PIC X(3).
           05  HOLD-TAUX            PIC 9V9(4).
           05  HOLD-CODE-TVA        PIC X(3).
           05  HOLD-MONTANT-TVA     PIC 9(7)V99.
           05  HOLD-TIERS           PIC X(8).
