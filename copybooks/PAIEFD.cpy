      *****************************************************
      * PAIEMENT-FILE record layout.
      * PAIE-ORIGINE is 'A' (released by Approbation_
      * Budget) or 'M' (flagged through Gestion_Paiements).
      * PAIE-STATUT is 'A' (a payer), 'E' (extraite: sent
      * in the PAYOUT batch dated PAIE-LOT) or 'N'
      * (annulee on the date in PAIE-LOT: the posting was
      * reversed by Correction_Budget before it was paid).
      * PAIE-REFERENCE is the
      * reference the bank carries back on the statement:
      * 'PAI' followed by the posting sequence.
      *****************************************************
       FD  PAIEMENT-FILE.
       01  PAIEMENT-RECORD.
           05  PAIE-SEQUENCE        PIC 9(9).
           05  PAIE-ORIGINE         PIC X(1).
           05  PAIE-STATUT          PIC X(1).
           05  PAIE-DATE            PIC 9(8).
      * Amount in euros and cents (two implied decimals).
           05  PAIE-MONTANT         PIC 9(7)V99.
           05  PAIE-TIERS           PIC X(8).
           05  PAIE-CATEGORIE       PIC X(4).
           05  PAIE-OPERATEUR       PIC X(8).
           05  PAIE-REFERENCE.
               10  PAIE-REF-PREFIXE PIC X(3).
               10  PAIE-REF-SEQ     PIC 9(9).
           05  PAIE-LOT             PIC 9(8).
