           ELSE
               MOVE ZEROS TO YEAR-MONTANT-TVA
           END-IF.
           MOVE ZEROS TO YEAR-DOCUMENT.
           MOVE SPACES TO YEAR-TIERS.
           PERFORM para-ecrire-archive.

       para-convertir-ancienne.
           MOVE ANO-DEPARTEMENT TO YEAR-DEPARTEMENT.
           MOVE SPACES TO YEAR-CODE-TVA.
           MOVE ZEROS TO YEAR-MONTANT-TVA.
           MOVE ZEROS TO YEAR-DOCUMENT.
           MOVE SPACES TO YEAR-TIERS.
           PERFORM para-ecrire-archive.

       para-ecrire-archive.
