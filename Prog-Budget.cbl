
       FD  BUDGET-SOLDE.
       01  SOLDE-RECORD.
           05  SOLDE-OUVERTURE      PIC S9(9)V99
               SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       77 gains PIC 9(7)V99 VALUE ZEROS.
       77 pertes PIC 9(7)V99 VALUE ZEROS.
       77 devise-gains PIC X(3) VALUE 'EUR'.
       77 devise-pertes PIC X(3) VALUE 'EUR'.
       77 WS-GAINS-EUR PIC 9(9)V99 VALUE ZEROS.
       77 WS-PERTES-EUR PIC 9(9)V99 VALUE ZEROS.
       77 total PIC S9(9)V99 SIGN LEADING SEPARATE.
       77 WS-LEDGER-STATUS PIC XX.
       77 WS-PARM-STATUS PIC XX.
       77 WS-SOLDE-STATUS PIC XX.
       77 WS-SOLDE-OUVERTURE PIC S9(9)V99 SIGN LEADING SEPARATE
           VALUE ZEROS.
       77 WS-TIME PIC 9(6).
       77 WS-SEQUENCE PIC 9(9) VALUE ZEROS.
       77 WS-DEPARTEMENT PIC X(3) VALUE SPACES.
       77 WS-DEPT-VALIDE PIC X VALUE 'N'.
       77 WS-MONTANT-VALIDE PIC X VALUE 'N'.
       77 WS-MONTANT-MAX PIC 9(7)V99 VALUE 9999999.99.
       77 WS-CHOIX PIC 9 VALUE ZEROS.
       77 WS-FIN-SESSION-SW PIC X VALUE 'N'.
           88 WS-FIN-SESSION VALUE 'Y'.
       77 WS-NB-GARDES PIC 9(4) VALUE ZEROS.
       77 WS-NB-SAISIES PIC 9(4) VALUE ZEROS.
       77 WS-NB-ATTENTE PIC 9(4) VALUE ZEROS.
       77 WS-SESSION-GAINS PIC 9(9)V99 VALUE ZEROS.
       77 WS-SESSION-PERTES PIC 9(9)V99 VALUE ZEROS.
       77 WS-SESSION-NET PIC S9(9)V99 VALUE ZEROS.
       77 WS-TIERS PIC X(8) VALUE SPACES.
       77 WS-TIERS-VALIDE PIC X VALUE 'N'.
       77 WS-TIERS-CATEGORIE PIC X(4) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OPERATEUR-MENU PIC X(8).

       1 plg-gains.
           2 LINE 4 COL 3 VALUE 'Quel est le montant de vos gains ?'.
           2 PIC Z(6)9.99 TO gains REQUIRED.
           2 LINE 5 COL 3 VALUE 'Devise des gains (EUR/USD) ?'.
           2 PIC X(3) TO devise-gains REQUIRED.

       1 plg-pertes.
           2 LINE 6 COL 3 VALUE 'Quel est le montant de vos pertes ?'.
           2 PIC Z(6)9.99 TO pertes REQUIRED.
           2 LINE 7 COL 3 VALUE 'Devise des pertes (EUR/USD) ?'.
           2 PIC X(3) TO devise-pertes REQUIRED.

       1 plg-tiers.
           2 LINE 11 COL 3 VALUE 'Tiers (blanc = aucun) ?'.
           2 PIC X(8) TO WS-TIERS.

       1 plg-tiers-invalide.
           2 LINE 11 COL 40 VALUE 'TIERS INCONNU OU INACTIF.'.

       1 plg-montant-invalide.
           2 LINE 8 COL 3 VALUE
               'MONTANT CONVERTI TROP GRAND - RESSAISIR.'.

       1 plg-resultat.
           2 LINE 9 COL 8 VALUE 'Votre budget total (EUR) est :'.
           2 LINE 9 COL 40 PIC -Z(8)9.99 FROM total.
           2 LINE 10 COL 8 VALUE 'Taux d''epargne :'.
           2 LINE 10 COL 26 PIC -999.99 FROM WS-TAUX-EPARGNE.
           2 LINE 10 COL 34 VALUE '%'.

       1 plg-alerte.
           2 LINE 9 COL 8 VALUE 'ALERTE DECOUVERT ! Total :'.
           2 LINE 9 COL 36 PIC -Z(8)9.99 FROM total.

       1 plg-defauts.
           2 LINE 3 COL 3 VALUE 'Date :'.
           2 LINE 12 COL 43 VALUE 'Gardees :'.
           2 LINE 12 COL 53 PIC 9(4) FROM WS-NB-GARDES.
           2 LINE 13 COL 8 VALUE 'Gains :'.
           2 LINE 13 COL 16 PIC Z(8)9.99 FROM WS-SESSION-GAINS.
           2 LINE 13 COL 29 VALUE 'Pertes :'.
           2 LINE 13 COL 38 PIC Z(8)9.99 FROM WS-SESSION-PERTES.
           2 LINE 13 COL 51 VALUE 'Net :'.
           2 LINE 13 COL 57 PIC -Z(8)9.99 FROM WS-SESSION-NET.

      * One login, then as many entries as the paper pile
      * holds: the accounting date and the department stay
               EXIT PARAGRAPH
           END-IF.

           PERFORM para-saisir-tiers.

           MOVE 'N' TO WS-DEPASSEMENT.
           MOVE 'N' TO WS-MONTANT-VALIDE.
           PERFORM UNTIL WS-MONTANT-VALIDE = 'Y'
               MOVE ZEROS TO WS-PERTES-EUR
           END-IF.

      * The payee is optional: blank names nobody. A named
      * payee must be active on TIERS-FILE. A CALCBUD entry
      * carries no category, so the payee's default is not
      * used here.
       para-saisir-tiers.
           MOVE 'N' TO WS-TIERS-VALIDE.
           PERFORM UNTIL WS-TIERS-VALIDE = 'Y'
               MOVE SPACES TO WS-TIERS WS-TIERS-CATEGORIE
               DISPLAY plg-tiers
               ACCEPT plg-tiers
               IF WS-TIERS = SPACES
                   MOVE 'Y' TO WS-TIERS-VALIDE
               ELSE
                   CALL 'Verifier_Tiers' USING WS-TIERS
                       WS-TIERS-VALIDE WS-TIERS-CATEGORIE
                   IF WS-TIERS-VALIDE NOT = 'Y'
                       DISPLAY plg-tiers-invalide
                   END-IF
               END-IF
           END-PERFORM.

       para-ecrire-attente.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TIME-ATT.

           MOVE ZEROS TO ATT-MONTANT-TVA.
           MOVE SPACES TO ATT-DECIDEUR.
           MOVE SPACES TO ATT-MOTIF-REJET.
           MOVE WS-TIERS TO ATT-TIERS.

           WRITE ATTENTE-RECORD.

           MOVE WS-DEPARTEMENT TO LEDGER-DEPARTEMENT.
           MOVE SPACES TO LEDGER-CODE-TVA.
           MOVE ZEROS TO LEDGER-MONTANT-TVA.
           MOVE ZEROS TO LEDGER-DOCUMENT.
           MOVE WS-TIERS TO LEDGER-TIERS.

      * The sequence number is unique by construction; a
      * status 22 can only mean the counter file was reset
           PERFORM para-garnir-origine-garde.
           MOVE SPACES TO HOLD-CODE-TVA.
           MOVE ZEROS TO HOLD-MONTANT-TVA.
           MOVE WS-TIERS TO HOLD-TIERS.

           WRITE GARDE-RECORD.

