      *****************************************************
      * SOMMAIRE-FILE record layout. The programme stays in
      * the key because the reconciliation compares the
      * GAINS/PERTES postings with the CALCBUD side day by
      * day. Amounts are euros and cents, as in the ledger.
      *****************************************************
       FD  SOMMAIRE-FILE.
       01  SOMMAIRE-RECORD.
           05  SOMM-CLE.
               10  SOMM-DATE            PIC 9(8).
               10  SOMM-OPERATEUR       PIC X(8).
               10  SOMM-CATEGORIE       PIC X(4).
               10  SOMM-DEPARTEMENT     PIC X(3).
               10  SOMM-CURRENCY        PIC X(3).
               10  SOMM-PROGRAMME       PIC X(8).
           05  SOMM-NOMBRE          PIC 9(7).
           05  SOMM-GAINS           PIC 9(11)V99.
           05  SOMM-PERTES          PIC 9(11)V99.
