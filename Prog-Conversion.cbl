           MOVE ZEROS TO LEDGER-REF-SEQUENCE.
           MOVE SPACES TO LEDGER-CODE-TVA.
           MOVE ZEROS TO LEDGER-MONTANT-TVA.
           MOVE ZEROS TO LEDGER-DOCUMENT.
           MOVE SPACES TO LEDGER-TIERS.
           MOVE SPACES TO LEDGER-DEPARTEMENT.

           WRITE LEDGER-RECORD
