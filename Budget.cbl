           COPY HOLDFD.

       WORKING-STORAGE SECTION.
       77 gains PIC 9(7)V99.
       77 pertes PIC 9(7)V99.
       77 total PIC 9(9)V99.
       77 categorie PIC X(4).
       77 devise PIC X(3) VALUE 'EUR'.
       77 WS-PERTES-EUR PIC 9(9)V99 VALUE ZEROS.
       77 WS-PROGRAMME PIC X(8) VALUE 'PERTES'.
       77 WS-OPERATEUR PIC X(8) VALUE SPACES.
       77 WS-PIN PIC X(4) VALUE SPACES.
       77 WS-LEDGER-STATUS PIC XX.
       77 WS-TIME PIC 9(6).
       77 WS-SEQUENCE PIC 9(9) VALUE ZEROS.
       77 WS-SOLDE PIC S9(9)V99 VALUE ZEROS.
       77 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       77 WS-OPSOL-STATUS PIC XX.
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
       77 WS-SESSION-PERTES PIC 9(9)V99 VALUE ZEROS.
       77 WS-CATG-STATUS PIC XX.
       77 WS-TVA-STATUS PIC XX.
       77 WS-CODE-TVA PIC X(3) VALUE SPACES.
       77 WS-CODE-TVA-DEFAUT PIC X(3) VALUE SPACES.
       77 WS-TVA-VALIDE PIC X VALUE 'N'.
       77 WS-TAUX-TVA PIC 99V99 VALUE ZEROS.
       77 WS-MONTANT-TVA PIC 9(7)V99 VALUE ZEROS.
       77 WS-DOC-MONTANT PIC 9(7)V99 VALUE ZEROS.
       77 WS-DOC-EUR PIC 9(9)V99 VALUE ZEROS.
       77 WS-DOC-RESTE PIC 9(7)V99 VALUE ZEROS.
       77 WS-DOC-VENTILE-EUR PIC 9(9)V99 VALUE ZEROS.
       77 WS-DOC-NUMERO PIC 9(9) VALUE ZEROS.
       77 WS-DOC-ABANDON PIC X VALUE 'N'.
       77 WS-VL-MONTANT-SAISI PIC 9(7)V99 VALUE ZEROS.
       77 WS-VL-DEPT-SAISI PIC X(3) VALUE SPACES.
       77 WS-VL-NUMERO PIC 99 VALUE ZEROS.
       77 WS-MESSAGE PIC X(40) VALUE SPACES.
       77 WS-TIERS PIC X(8) VALUE SPACES.
       77 WS-TIERS-VALIDE PIC X VALUE 'N'.
       77 WS-TIERS-CATEGORIE PIC X(4) VALUE SPACES.

      * Lines of a split receipt, kept until they add up to
      * the document total: nothing reaches the ledger
      * before that. The receipt's payee, if any, goes on
      * every line.
       01 WS-VL-TABLE.
           05 WS-VL-ENTRY OCCURS 20 TIMES.
               10 WS-VL-MONTANT     PIC 9(7)V99.
               10 WS-VL-EUR         PIC 9(7)V99.
               10 WS-VL-CATEGORIE   PIC X(4).
               10 WS-VL-DEPT        PIC X(3).
               10 WS-VL-CODE-TVA    PIC X(3).
               10 WS-VL-TAUX-TVA    PIC 99V99.
               10 WS-VL-MNT-TVA     PIC 9(7)V99.
       77 WS-VL-COUNT PIC 99 VALUE ZEROS.
       77 WS-VL-IDX PIC 99.

       LINKAGE SECTION.
       01 LK-OPERATEUR-MENU PIC X(8).

       1 plg-pertes.
           2 LINE 4 COL 3 VALUE 'Quel est le montant de la dépense ?'.
           2 PIC Z(6)9.99 TO pertes REQUIRED.
           2 LINE 5 COL 3 VALUE 'Categorie ?'.
           2 PIC X(4) TO categorie.
           2 LINE 5 COL 20 VALUE 'Defaut tiers :'.
           2 LINE 5 COL 35 PIC X(4) FROM WS-TIERS-CATEGORIE.
           2 LINE 6 COL 3 VALUE 'Devise (EUR/USD) ?'.
           2 PIC X(3) TO devise REQUIRED.

           2 LINE 6 COL 40 VALUE
               'TAUX INCONNU - FAIRE CHARGER LE TAUX.'.

       1 plg-tiers.
           2 LINE 9 COL 3 VALUE 'Tiers (blanc = aucun) ?'.
           2 PIC X(8) TO WS-TIERS.

       1 plg-tiers-invalide.
           2 LINE 9 COL 40 VALUE 'TIERS INCONNU OU INACTIF.'.

       1 plg-code-tva.
           2 LINE 7 COL 3 VALUE 'Code TVA (blanc = defaut) ?'.
           2 LINE 7 COL 31 PIC X(3) FROM WS-CODE-TVA-DEFAUT.

       1 plg-resultat.
           2 LINE 8 COL 8 VALUE 'Vous avez dépensé :'.
           2 LINE 8 COL 30 PIC Z(6)9.99 FROM pertes.
           2 LINE 8 COL 41 PIC X(3) FROM devise.
           2 LINE 8 COL 46 VALUE 'CAT :'.
           2 LINE 8 COL 52 PIC X(4) FROM categorie.

       1 plg-solde.
           2 LINE 10 COL 8 VALUE 'Solde cumule pertes operateur :'.
           2 LINE 10 COL 41 PIC -Z(8)9.99 FROM WS-SOLDE.

       1 plg-defauts.
           2 LINE 3 COL 3 VALUE 'Date :'.
           2 LINE 16 COL 3 VALUE '1 = Saisir une depense'.
           2 LINE 17 COL 3 VALUE '2 = Changer la date'.
           2 LINE 18 COL 3 VALUE '3 = Changer le departement'.
           2 LINE 19 COL 3 VALUE '4 = Saisir un document ventile'.
           2 LINE 20 COL 3 VALUE '9 = Fin de session'.
           2 LINE 21 COL 3 VALUE 'Votre choix ?'.
           2 PIC 9 TO WS-CHOIX REQUIRED.

       1 plg-bilan-session.
           2 LINE 12 COL 43 VALUE 'Gardees :'.
           2 LINE 12 COL 53 PIC 9(4) FROM WS-NB-GARDES.
           2 LINE 13 COL 8 VALUE 'Total pertes session :'.
           2 LINE 13 COL 31 PIC Z(8)9.99 FROM WS-SESSION-PERTES.

       1 plg-doc-total.
           2 LINE 4 COL 3 VALUE 'Montant total du document ?'.
           2 PIC Z(6)9.99 TO WS-DOC-MONTANT REQUIRED.
           2 LINE 5 COL 3 VALUE 'Devise (EUR/USD) ?'.
           2 PIC X(3) TO devise REQUIRED.

       1 plg-ligne.
           2 LINE 6 COL 3 VALUE 'Ligne'.
           2 LINE 6 COL 9 PIC Z9 FROM WS-VL-NUMERO.
           2 LINE 6 COL 14 VALUE 'Reste a ventiler :'.
           2 LINE 6 COL 33 PIC Z(6)9.99 FROM WS-DOC-RESTE.
           2 LINE 6 COL 44 PIC X(3) FROM devise.
           2 LINE 7 COL 3 VALUE 'Montant de la ligne (0 = abandon) ?'.
           2 PIC Z(6)9.99 TO WS-VL-MONTANT-SAISI.
           2 LINE 8 COL 3 VALUE 'Categorie ?'.
           2 PIC X(4) TO categorie.
           2 LINE 8 COL 20 VALUE 'Defaut tiers :'.
           2 LINE 8 COL 35 PIC X(4) FROM WS-TIERS-CATEGORIE.
           2 LINE 9 COL 3 VALUE 'Departement (blanc = defaut) ?'.
           2 PIC X(3) TO WS-VL-DEPT-SAISI.

       1 plg-ligne-tva.
           2 LINE 10 COL 3 VALUE 'Code TVA (blanc = defaut) ?'.
           2 LINE 10 COL 31 PIC X(3) FROM WS-CODE-TVA-DEFAUT.
           2 LINE 10 COL 36 PIC X(3) TO WS-CODE-TVA.

       1 plg-message.
           2 LINE 11 COL 3 PIC X(40) FROM WS-MESSAGE.

       1 plg-ventilation.
           2 LINE 13 COL 8 VALUE 'DOCUMENT'.
           2 LINE 13 COL 17 PIC 9(9) FROM WS-DOC-NUMERO.
           2 LINE 13 COL 27 VALUE 'VENTILE EN'.
           2 LINE 13 COL 38 PIC Z9 FROM WS-VL-COUNT.
           2 LINE 13 COL 41 VALUE 'LIGNES, TOTAL EUR'.
           2 LINE 13 COL 59 PIC Z(8)9.99 FROM WS-DOC-EUR.

      * One login, then as many entries as the paper pile
      * holds: the accounting date and the department stay
                   WHEN 1 PERFORM para-saisir-entree
                   WHEN 2 PERFORM para-saisir-date-comptable
                   WHEN 3 PERFORM para-saisir-departement
                   WHEN 4 PERFORM para-saisir-ventilation
                   WHEN 9 MOVE 'Y' TO WS-FIN-SESSION-SW
                   WHEN OTHER CONTINUE
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF.

           PERFORM para-saisir-tiers.

           MOVE ZEROS TO pertes.
           MOVE 'N' TO WS-CATG-VALIDE.
           MOVE 'N' TO WS-MONTANT-VALIDE.
           PERFORM UNTIL pertes > ZERO AND WS-CATG-VALIDE = 'Y'
                   AND WS-MONTANT-VALIDE = 'Y'
               MOVE SPACES TO categorie
               DISPLAY plg-pertes
               ACCEPT plg-pertes
               IF categorie = SPACES
                   MOVE WS-TIERS-CATEGORIE TO categorie
               END-IF
               CALL 'Verifier_Categorie' USING categorie
                   WS-CATG-VALIDE
               IF WS-CATG-VALIDE NOT = 'Y'
           ADD 1 TO WS-NB-SAISIES.
           ADD WS-PERTES-EUR TO WS-SESSION-PERTES.

      * The payee is optional: blank names nobody. A named
      * payee must be active on TIERS-FILE, and its default
      * category is taken when the category is left blank.
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

       para-lire-parametres.
           OPEN INPUT BUDGET-PARM.
           IF WS-PARM-STATUS = "00"

       para-lire-defaut-tva.
           MOVE SPACES TO WS-CODE-TVA-DEFAUT.
           OPEN INPUT CATEG-FILE.
           IF WS-CATG-STATUS = "00"
               MOVE categorie TO CATG-CODE
               READ CATEG-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CATG-CODE-TVA TO WS-CODE-TVA-DEFAUT
               END-READ
               CLOSE CATEG-FILE
           END-IF.

       para-ecrire-garde.
           OPEN EXTEND GARDE-FILE.
           MOVE WS-TAUX TO HOLD-TAUX.
           MOVE WS-CODE-TVA TO HOLD-CODE-TVA.
           MOVE WS-MONTANT-TVA TO HOLD-MONTANT-TVA.
           MOVE WS-TIERS TO HOLD-TIERS.

           WRITE GARDE-RECORD.

           MOVE WS-MONTANT-TVA TO ATT-MONTANT-TVA.
           MOVE SPACES TO ATT-DECIDEUR.
           MOVE SPACES TO ATT-MOTIF-REJET.
           MOVE WS-TIERS TO ATT-TIERS.

           WRITE ATTENTE-RECORD.

           MOVE WS-DEPARTEMENT TO LEDGER-DEPARTEMENT.
           MOVE WS-CODE-TVA TO LEDGER-CODE-TVA.
           MOVE WS-MONTANT-TVA TO LEDGER-MONTANT-TVA.
           MOVE ZEROS TO LEDGER-DOCUMENT.
           MOVE WS-TIERS TO LEDGER-TIERS.

      * The sequence number is unique by construction; a
      * status 22 can only mean the counter file was reset

           CLOSE BUDGET-LEDGER.

      * A receipt covering several categories or departments
      * is keyed once as a document total, then line by
      * line, each line with its own category, department
      * and VAT code. Nothing posts until the lines use up
      * the total exactly; the lines then reach the ledger
      * together, every one carrying the first line's
      * sequence as its LEDGER-DOCUMENT. A split receipt
      * goes straight to the ledger, so one above the
      * approval threshold or dated into the next period is
      * refused here and keyed as a single entry: the
      * approval queue and the held file only ever see
      * whole postings.
       para-saisir-ventilation.
           CALL 'Verifier_Etat' USING WS-ETAT-OUVERT.
           IF WS-ETAT-OUVERT NOT = 'Y'
               DISPLAY plg-suspendu
               EXIT PARAGRAPH
           END-IF.
           IF WS-GARDER = 'O'
               MOVE 'DATE GARDEE - SAISIE SIMPLE SEULEMENT.'
                   TO WS-MESSAGE
               DISPLAY plg-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM para-saisir-tiers.

           MOVE 'N' TO WS-DOC-ABANDON.
           MOVE 'N' TO WS-MONTANT-VALIDE.
           PERFORM UNTIL WS-MONTANT-VALIDE = 'Y'
                   OR WS-DOC-ABANDON = 'Y'
               MOVE ZEROS TO WS-DOC-MONTANT
               DISPLAY plg-doc-total
               ACCEPT plg-doc-total
               PERFORM para-convertir-document
           END-PERFORM.

           MOVE ZEROS TO WS-VL-COUNT.
           MOVE WS-DOC-MONTANT TO WS-DOC-RESTE.
           PERFORM UNTIL WS-DOC-RESTE = ZERO OR WS-DOC-ABANDON = 'Y'
               PERFORM para-saisir-ligne
           END-PERFORM.

           IF WS-DOC-ABANDON = 'Y'
               MOVE 'DOCUMENT ABANDONNE - RIEN N''EST POSTE.'
                   TO WS-MESSAGE
               DISPLAY plg-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM para-repartir-eur.

           MOVE SPACES TO WS-RAISON.
           IF WS-DOC-EUR > WS-LIMITE-JOUR
               PERFORM UNTIL WS-RAISON-VALIDE
                   DISPLAY plg-raison
                   ACCEPT plg-raison
                   IF NOT WS-RAISON-VALIDE
                       DISPLAY plg-raison-invalide
                   END-IF
               END-PERFORM
           END-IF.

           CALL 'Journal_Audit' USING WS-PROGRAMME WS-OPERATEUR
               WS-DOC-MONTANT.

           PERFORM para-ecrire-ventilation.
           DISPLAY plg-ventilation.

           ADD 1 TO WS-NB-SAISIES.
           ADD WS-DOC-EUR TO WS-SESSION-PERTES.

      * A zero total abandons the document; otherwise the
      * same rate and ceiling checks as a single entry.
       para-convertir-document.
           IF WS-DOC-MONTANT = ZERO
               MOVE 'Y' TO WS-DOC-ABANDON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DOC-MONTANT TO pertes.
           PERFORM para-convertir-devise.
           IF WS-TAUX-TROUVE NOT = 'Y'
               DISPLAY plg-taux-inconnu
               EXIT PARAGRAPH
           END-IF.
           IF WS-PERTES-EUR > WS-MONTANT-MAX
               DISPLAY plg-montant-invalide
               EXIT PARAGRAPH
           END-IF.
           IF WS-PERTES-EUR > WS-SEUIL-APPROB
               MOVE 'AU-DESSUS DU SEUIL - SAISIE SIMPLE.'
                   TO WS-MESSAGE
               DISPLAY plg-message
               MOVE 'Y' TO WS-DOC-ABANDON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PERTES-EUR TO WS-DOC-EUR.
           MOVE 'Y' TO WS-MONTANT-VALIDE.

      * A line is only kept once everything on it checks;
      * the twentieth line must take whatever is left.
       para-saisir-ligne.
           ADD 1 TO WS-VL-COUNT GIVING WS-VL-NUMERO.
           MOVE ZEROS TO WS-VL-MONTANT-SAISI.
           MOVE SPACES TO WS-VL-DEPT-SAISI.
           MOVE SPACES TO categorie.
           DISPLAY plg-ligne.
           ACCEPT plg-ligne.
           MOVE SPACES TO WS-MESSAGE.
           IF categorie = SPACES
               MOVE WS-TIERS-CATEGORIE TO categorie
           END-IF.

           IF WS-VL-MONTANT-SAISI = ZERO
               MOVE 'Y' TO WS-DOC-ABANDON
               EXIT PARAGRAPH
           END-IF.
           IF WS-VL-MONTANT-SAISI > WS-DOC-RESTE
               MOVE 'MONTANT SUPERIEUR AU RESTE - RESSAISIR.'
                   TO WS-MESSAGE
           END-IF.
           IF WS-MESSAGE = SPACES AND WS-VL-NUMERO = 20
                   AND WS-VL-MONTANT-SAISI NOT = WS-DOC-RESTE
               MOVE 'DERNIERE LIGNE - SOLDER LE RESTE.'
                   TO WS-MESSAGE
           END-IF.
           IF WS-MESSAGE = SPACES
               CALL 'Verifier_Categorie' USING categorie
                   WS-CATG-VALIDE
               IF WS-CATG-VALIDE NOT = 'Y'
                   MOVE 'CATEGORIE INCONNUE - RESSAISIR.'
                       TO WS-MESSAGE
               END-IF
           END-IF.
           IF WS-MESSAGE = SPACES
               IF WS-VL-DEPT-SAISI = SPACES
                   MOVE WS-DEPARTEMENT TO WS-VL-DEPT-SAISI
               END-IF
               CALL 'Verifier_Departement' USING WS-VL-DEPT-SAISI
                   WS-DEPT-VALIDE
               IF WS-DEPT-VALIDE NOT = 'Y'
                   MOVE 'DEPARTEMENT INCONNU - RESSAISIR.'
                       TO WS-MESSAGE
               END-IF
           END-IF.
           IF WS-MESSAGE NOT = SPACES
               DISPLAY plg-message
               EXIT PARAGRAPH
           END-IF.

           PERFORM para-saisir-tva-ligne.

           ADD 1 TO WS-VL-COUNT.
           MOVE WS-VL-MONTANT-SAISI TO WS-VL-MONTANT(WS-VL-COUNT).
           MOVE categorie TO WS-VL-CATEGORIE(WS-VL-COUNT).
           MOVE WS-VL-DEPT-SAISI TO WS-VL-DEPT(WS-VL-COUNT).
           MOVE WS-CODE-TVA TO WS-VL-CODE-TVA(WS-VL-COUNT).
           MOVE WS-TAUX-TVA TO WS-VL-TAUX-TVA(WS-VL-COUNT).
           SUBTRACT WS-VL-MONTANT-SAISI FROM WS-DOC-RESTE.
           DISPLAY plg-message.

       para-saisir-tva-ligne.
           PERFORM para-lire-defaut-tva.
           MOVE 'N' TO WS-TVA-VALIDE.
           PERFORM UNTIL WS-TVA-VALIDE = 'Y'
               MOVE SPACES TO WS-CODE-TVA
               DISPLAY plg-ligne-tva
               ACCEPT plg-ligne-tva
               IF WS-CODE-TVA = SPACES
                   MOVE WS-CODE-TVA-DEFAUT TO WS-CODE-TVA
               END-IF
               CALL 'Verifier_CodeTva' USING WS-CODE-TVA
                   WS-TVA-VALIDE WS-TAUX-TVA
               IF WS-TVA-VALIDE NOT = 'Y'
                   MOVE 'CODE TVA INCONNU - RESSAISIR.' TO WS-MESSAGE
                   DISPLAY plg-message
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-MESSAGE.

      * Each line is converted at the document's rate; the
      * last line takes the rounding difference so the EUR
      * lines add up to the converted total to the cent.
      * The VAT is then carved out of each line on its own
      * code.
       para-repartir-eur.
           MOVE ZEROS TO WS-DOC-VENTILE-EUR.
           PERFORM VARYING WS-VL-IDX FROM 1 BY 1
                   UNTIL WS-VL-IDX > WS-VL-COUNT
               IF WS-VL-IDX = WS-VL-COUNT
                   COMPUTE WS-VL-EUR(WS-VL-IDX) =
                       WS-DOC-EUR - WS-DOC-VENTILE-EUR
               ELSE
                   COMPUTE WS-VL-EUR(WS-VL-IDX) ROUNDED =
                       WS-VL-MONTANT(WS-VL-IDX) * WS-TAUX
               END-IF
               ADD WS-VL-EUR(WS-VL-IDX) TO WS-DOC-VENTILE-EUR
               COMPUTE WS-VL-MNT-TVA(WS-VL-IDX) ROUNDED =
                   WS-VL-EUR(WS-VL-IDX) * WS-VL-TAUX-TVA(WS-VL-IDX)
                   / (100 + WS-VL-TAUX-TVA(WS-VL-IDX))
           END-PERFORM.

       para-ecrire-ventilation.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TIME.

           OPEN I-O BUDGET-LEDGER.
           IF WS-LEDGER-STATUS = "35"
               CLOSE BUDGET-LEDGER
               OPEN OUTPUT BUDGET-LEDGER
               CLOSE BUDGET-LEDGER
               OPEN I-O BUDGET-LEDGER
           END-IF.

           PERFORM para-ecrire-ligne-ventilee
               VARYING WS-VL-IDX FROM 1 BY 1
               UNTIL WS-VL-IDX > WS-VL-COUNT.

           CLOSE BUDGET-LEDGER.

      * The first line's sequence becomes the document
      * reference; should its WRITE have to draw a fresh
      * number, the reference follows it.
       para-ecrire-ligne-ventilee.
           CALL 'Obtenir_Sequence' USING WS-SEQUENCE.
           IF WS-VL-IDX = 1
               MOVE WS-SEQUENCE TO WS-DOC-NUMERO
           END-IF.
           MOVE WS-SEQUENCE TO LEDGER-SEQUENCE.
           MOVE WS-DATE-COMPTABLE TO LEDGER-DATE.
           MOVE WS-TIME TO LEDGER-TIME.
           MOVE 'EUR' TO LEDGER-CURRENCY.
           MOVE ZEROS TO LEDGER-GAINS.
           MOVE WS-VL-EUR(WS-VL-IDX) TO LEDGER-PERTES.
           COMPUTE LEDGER-TOTAL = ZERO - WS-VL-EUR(WS-VL-IDX).
           MOVE WS-OPERATEUR TO LEDGER-OPERATEUR.
           MOVE WS-PROGRAMME TO LEDGER-PROGRAMME.
           MOVE WS-VL-CATEGORIE(WS-VL-IDX) TO LEDGER-CATEGORIE.
           MOVE WS-RAISON TO LEDGER-RAISON.
           MOVE WS-VL-MONTANT(WS-VL-IDX) TO LEDGER-MONTANT-ORIG.
           MOVE devise TO LEDGER-DEVISE-ORIG.
           MOVE WS-TAUX TO LEDGER-TAUX.
           MOVE ZEROS TO LEDGER-REF-SEQUENCE.
           MOVE WS-VL-DEPT(WS-VL-IDX) TO LEDGER-DEPARTEMENT.
           MOVE WS-VL-CODE-TVA(WS-VL-IDX) TO LEDGER-CODE-TVA.
           MOVE WS-VL-MNT-TVA(WS-VL-IDX) TO LEDGER-MONTANT-TVA.
           MOVE WS-DOC-NUMERO TO LEDGER-DOCUMENT.
           MOVE WS-TIERS TO LEDGER-TIERS.

           PERFORM WITH TEST AFTER
                   UNTIL WS-LEDGER-STATUS NOT = "22"
               WRITE LEDGER-RECORD
                   INVALID KEY
                       CALL 'Obtenir_Sequence' USING WS-SEQUENCE
                       MOVE WS-SEQUENCE TO LEDGER-SEQUENCE
                       IF WS-VL-IDX = 1
                           MOVE WS-SEQUENCE TO WS-DOC-NUMERO
                           MOVE WS-SEQUENCE TO LEDGER-DOCUMENT
                       END-IF
               END-WRITE
           END-PERFORM.

      * The accounting date defaults to today but may be
      * keyed for a back-dated slip; whatever is keyed must
      * fall inside the open period or the posting is
           COPY HOLDFD.

       WORKING-STORAGE SECTION.
       77 gains PIC 9(7)V99.
       77 total PIC 9(9)V99.
       77 categorie PIC X(4).
       77 devise PIC X(3) VALUE 'EUR'.
       77 WS-GAINS-EUR PIC 9(9)V99 VALUE ZEROS.
       77 WS-PROGRAMME PIC X(8) VALUE 'GAINS'.
       77 WS-PARM-STATUS PIC XX.
       77 WS-ATT-STATUS PIC XX.
       77 WS-NB-GARDES PIC 9(4) VALUE ZEROS.
       77 WS-NB-SAISIES PIC 9(4) VALUE ZEROS.
       77 WS-NB-ATTENTE PIC 9(4) VALUE ZEROS.
       77 WS-SESSION-GAINS PIC 9(9)V99 VALUE ZEROS.
       77 WS-OPERATEUR PIC X(8) VALUE SPACES.
       77 WS-PIN PIC X(4) VALUE SPACES.
       77 WS-AUTORISE PIC X VALUE 'N'.
       77 WS-LEDGER-STATUS PIC XX.
       77 WS-TIME PIC 9(6).
       77 WS-SEQUENCE PIC 9(9) VALUE ZEROS.
       77 WS-SOLDE PIC S9(9)V99 VALUE ZEROS.
       77 WS-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       77 WS-OPSOL-STATUS PIC XX.
       77 WS-DEPARTEMENT PIC X(3) VALUE SPACES.
       77 WS-DEPT-VALIDE PIC X VALUE 'N'.
       77 WS-MONTANT-VALIDE PIC X VALUE 'N'.
       77 WS-MONTANT-MAX PIC 9(7)V99 VALUE 9999999.99.
       77 WS-TIERS PIC X(8) VALUE SPACES.
       77 WS-TIERS-VALIDE PIC X VALUE 'N'.
       77 WS-TIERS-CATEGORIE PIC X(4) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-OPERATEUR-MENU PIC X(8).

       1 plg-gains.
           2 LINE 4 COL 3 VALUE 'Quel est le montant de vos gains ?'.
           2 PIC Z(6)9.99 TO gains REQUIRED.
           2 LINE 5 COL 3 VALUE 'Categorie ?'.
           2 PIC X(4) TO categorie.
           2 LINE 5 COL 20 VALUE 'Defaut tiers :'.
           2 LINE 5 COL 35 PIC X(4) FROM WS-TIERS-CATEGORIE.
           2 LINE 6 COL 3 VALUE 'Devise (EUR/USD) ?'.
           2 PIC X(3) TO devise REQUIRED.

           2 LINE 6 COL 40 VALUE
               'TAUX INCONNU - FAIRE CHARGER LE TAUX.'.

       1 plg-tiers.
           2 LINE 9 COL 3 VALUE 'Tiers (blanc = aucun) ?'.
           2 PIC X(8) TO WS-TIERS.

       1 plg-tiers-invalide.
           2 LINE 9 COL 40 VALUE 'TIERS INCONNU OU INACTIF.'.

       1 plg-attente.
           2 LINE 8 COL 8 VALUE 'MONTANT AU-DESSUS DU SEUIL -'.
           2 LINE 8 COL 37 VALUE 'MIS EN ATTENTE D''APPROBATION.'.

       1 plg-resultat.
           2 LINE 8 COL 8 VALUE 'Vous avez gagné :'.
           2 LINE 8 COL 30 PIC Z(6)9.99 FROM gains.
           2 LINE 8 COL 41 PIC X(3) FROM devise.
           2 LINE 8 COL 46 VALUE 'CAT :'.
           2 LINE 8 COL 52 PIC X(4) FROM categorie.

       1 plg-solde.
           2 LINE 10 COL 8 VALUE 'Solde cumule gains operateur :'.
           2 LINE 10 COL 40 PIC -Z(8)9.99 FROM WS-SOLDE.

       1 plg-defauts.
           2 LINE 3 COL 3 VALUE 'Date :'.
           2 LINE 12 COL 43 VALUE 'Gardees :'.
           2 LINE 12 COL 53 PIC 9(4) FROM WS-NB-GARDES.
           2 LINE 13 COL 8 VALUE 'Total gains session :'.
           2 LINE 13 COL 30 PIC Z(8)9.99 FROM WS-SESSION-GAINS.

      * One login, then as many entries as the paper pile
      * holds: the accounting date and the department stay
               EXIT PARAGRAPH
           END-IF.

           PERFORM para-saisir-tiers.

           MOVE ZEROS TO gains.
           MOVE 'N' TO WS-CATG-VALIDE.
           MOVE 'N' TO WS-MONTANT-VALIDE.
           PERFORM UNTIL gains > ZERO AND WS-CATG-VALIDE = 'Y'
                   AND WS-MONTANT-VALIDE = 'Y'
               MOVE SPACES TO categorie
               DISPLAY plg-gains
               ACCEPT plg-gains
               IF categorie = SPACES
                   MOVE WS-TIERS-CATEGORIE TO categorie
               END-IF
               CALL 'Verifier_Categorie' USING categorie
                   WS-CATG-VALIDE
               IF WS-CATG-VALIDE NOT = 'Y'
           ADD 1 TO WS-NB-SAISIES.
           ADD WS-GAINS-EUR TO WS-SESSION-GAINS.

      * The payee is optional: blank names nobody. A named
      * payee must be active on TIERS-FILE, and its default
      * category is taken when the category is left blank.
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

       para-lire-parametres.
           OPEN INPUT BUDGET-PARM.
           IF WS-PARM-STATUS = "00"
           MOVE WS-TAUX TO HOLD-TAUX.
           MOVE SPACES TO HOLD-CODE-TVA.
           MOVE ZEROS TO HOLD-MONTANT-TVA.
           MOVE WS-TIERS TO HOLD-TIERS.

           WRITE GARDE-RECORD.

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
