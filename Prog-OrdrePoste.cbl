       77 WS-SEQUENCE       PIC 9(9) VALUE ZEROS.
       77 WS-TAUX           PIC 9V9(4) VALUE ZEROS.
       77 WS-TAUX-TROUVE    PIC X VALUE 'N'.
       77 WS-MONTANT-EUR    PIC 9(9)V99 VALUE ZEROS.
       77 WS-MONTANT-MAX    PIC 9(7)V99 VALUE 9999999.99.
       77 WS-NB-IGNORES     PIC 9(4) VALUE ZEROS.
       77 WS-JOURS-MOIS     PIC 9(2) VALUE 31.
       77 WS-PERIO-ANNEE    PIC 9(4) VALUE ZEROS.
           MOVE ORDR-DEPARTEMENT TO LEDGER-DEPARTEMENT.
           MOVE SPACES TO LEDGER-CODE-TVA.
           MOVE ZEROS TO LEDGER-MONTANT-TVA.
           MOVE ZEROS TO LEDGER-DOCUMENT.
           MOVE SPACES TO LEDGER-TIERS.

      * The sequence number is unique by construction; a
      * status 22 can only mean the counter file was reset
