           05  ATT-TIME             PIC 9(6).
           05  ATT-OPERATEUR        PIC X(8).
           05  ATT-PROGRAMME        PIC X(8).
      * Amounts in euros and cents (two implied decimals).
           05  ATT-GAINS            PIC 9(7)V99.
           05  ATT-PERTES           PIC 9(7)V99.
           05  ATT-CATEGORIE        PIC X(4).
           05  ATT-RAISON           PIC X(6).
           05  ATT-DEPARTEMENT      PIC X(3).
           05  ATT-MONTANT-ORIG     PIC 9(7)V99.
           05  ATT-DEVISE-ORIG      PIC X(3).
           05  ATT-TAUX             PIC 9V9(4).
           05  ATT-CODE-TVA         PIC X(3).
           05  ATT-MONTANT-TVA      PIC 9(7)V99.
           05  ATT-DECIDEUR         PIC X(8).
           05  ATT-MOTIF-REJET      PIC X(20).
           05  ATT-TIERS            PIC X(8).
