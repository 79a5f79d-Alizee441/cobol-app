       IDENTIFICATION DIVISION.
       PROGRAM-ID. Gestion_Paiements.

      *****************************************************
      * Flags a posting "to pay": the entry is looked up by
      * its posting sequence and, once confirmed, a payment
      * instruction for its pertes is added to PAIEMENT-
      * FILE, for Calcul_Budget_Paiement to take into the
      * next PAYOUT batch. Entries released through the
      * approval queue are entered there by Approbation_
      * Budget itself and need no flag.
      *
      * Only a perte naming an active payee can be paid,
      * a contra, a spreading share or an allocation entry
      * is never paid again, a posting already carrying an
      * instruction is refused, and - as on the approval
      * queue - nobody orders the payment of an entry they
      * keyed themselves. Every flag is journalled through
      * Journal_Audit under the programme code PAIEMENT.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LEDGSEL.
           COPY PAIESEL.

       DATA DIVISION.
       FILE SECTION.
           COPY LEDGFD.
           COPY PAIEFD.

       WORKING-STORAGE SECTION.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-PAIE-STATUS    PIC XX.
       77 WS-OPERATEUR      PIC X(8) VALUE SPACES.
       77 WS-PIN            PIC X(4) VALUE SPACES.
       77 WS-AUTORISE       PIC X VALUE 'N'.
           88 WS-CONNECTE   VALUE 'Y'.
       77 WS-PROGRAMME      PIC X(8) VALUE 'PAIEMENT'.
       77 WS-CLE-SEQ        PIC 9(9) VALUE ZEROS.
       77 WS-CONFIRME       PIC X VALUE 'N'.
       77 WS-TROUVE         PIC X VALUE 'N'.
       77 WS-DEJA-PAYE      PIC X VALUE 'N'.
       77 WS-TIERS-VALIDE   PIC X VALUE 'N'.
       77 WS-TIERS-CATG     PIC X(4) VALUE SPACES.
       77 WS-MOTIF          PIC X(40) VALUE SPACES.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.

      * The posting as read from the ledger.
       01 WS-ORIGINE.
           05 WS-OR-SEQ          PIC 9(9).
           05 WS-OR-DATE         PIC 9(8).
           05 WS-OR-GAINS        PIC 9(7)V99.
           05 WS-OR-PERTES       PIC 9(7)V99.
           05 WS-OR-OPERATEUR    PIC X(8).
           05 WS-OR-PROGRAMME    PIC X(8).
           05 WS-OR-CATEGORIE    PIC X(4).
           05 WS-OR-TIERS        PIC X(8).

       LINKAGE SECTION.
       01 LK-OPERATEUR-MENU PIC X(8).

       SCREEN SECTION.
       1 plg-titre.
           2 BLANK SCREEN.
           2 LINE 2 COL 15 VALUE 'Mise en paiement d''une ecriture :'.

       1 plg-operateur.
           2 LINE 3 COL 3 VALUE 'Identifiant operateur ?'.
           2 PIC X(8) TO WS-OPERATEUR REQUIRED.
           2 LINE 3 COL 40 VALUE 'PIN ?'.
           2 PIC X(4) TO WS-PIN REQUIRED.

       1 plg-login-refuse.
           2 LINE 3 COL 46 VALUE 'IDENTIFIANT OU PIN INCORRECT'.

       1 plg-cle.
           2 LINE 4 COL 3 VALUE 'Numero de l''ecriture (sequence) ?'.
           2 PIC 9(9) TO WS-CLE-SEQ REQUIRED.

       1 plg-introuvable.
           2 LINE 6 COL 3 VALUE 'ECRITURE INTROUVABLE.'.

       1 plg-refus.
           2 LINE 6 COL 3 VALUE 'PAIEMENT REFUSE :'.
           2 LINE 6 COL 21 PIC X(40) FROM WS-MOTIF.

       1 plg-affiche.
           2 LINE 7 COL 3 VALUE 'Date :'.
           2 LINE 7 COL 10 PIC 9(8) FROM WS-OR-DATE.
           2 LINE 7 COL 20 VALUE 'Pertes :'.
           2 LINE 7 COL 29 PIC Z(6)9.99 FROM WS-OR-PERTES.
           2 LINE 7 COL 41 VALUE 'Tiers :'.
           2 LINE 7 COL 49 PIC X(8) FROM WS-OR-TIERS.
           2 LINE 7 COL 58 VALUE 'Cat :'.
           2 LINE 7 COL 64 PIC X(4) FROM WS-OR-CATEGORIE.

       1 plg-confirmer.
           2 LINE 9 COL 3 VALUE 'Mettre en paiement (O/N) ?'.
           2 LINE 9 COL 31 PIC X TO WS-CONFIRME REQUIRED.

       1 plg-fait.
           2 LINE 11 COL 3 VALUE 'ECRITURE MISE EN PAIEMENT.'.

       1 plg-abandon.
           2 LINE 11 COL 3 VALUE 'MISE EN PAIEMENT ABANDONNEE.'.

       PROCEDURE DIVISION USING LK-OPERATEUR-MENU.
       para-principale.
           DISPLAY plg-titre.

      * Launched from Menu_Budget the operator arrives
      * already authenticated through LINKAGE; launched
      * standalone nothing is passed and the login screen
      * still gates entry.
           IF ADDRESS OF LK-OPERATEUR-MENU NOT = NULL
               IF LK-OPERATEUR-MENU NOT = SPACES
                   MOVE LK-OPERATEUR-MENU TO WS-OPERATEUR
                   MOVE 'Y' TO WS-AUTORISE
               END-IF
           END-IF.

           PERFORM UNTIL WS-CONNECTE
               DISPLAY plg-operateur
               ACCEPT plg-operateur
               CALL 'Verifier_Login' USING WS-OPERATEUR WS-PIN
                   WS-AUTORISE
               IF NOT WS-CONNECTE
                   DISPLAY plg-login-refuse
               END-IF
           END-PERFORM.

           DISPLAY plg-cle.
           ACCEPT plg-cle.

           PERFORM para-chercher-ecriture.
           IF WS-TROUVE NOT = 'Y'
               DISPLAY plg-introuvable
               GOBACK
           END-IF.

           PERFORM para-controler-ecriture.
           IF WS-MOTIF NOT = SPACES
               DISPLAY plg-refus
               GOBACK
           END-IF.

           DISPLAY plg-affiche.
           DISPLAY plg-confirmer.
           ACCEPT plg-confirmer.

           IF WS-CONFIRME = 'O'
               CALL 'Journal_Audit' USING WS-PROGRAMME WS-OPERATEUR
                   WS-OR-PERTES
               PERFORM para-ecrire-paiement
               DISPLAY plg-fait
           ELSE
               DISPLAY plg-abandon
           END-IF.

           GOBACK.

       para-chercher-ecriture.
           MOVE 'N' TO WS-TROUVE.
           OPEN INPUT BUDGET-LEDGER.
           IF WS-LEDGER-STATUS = "00"
               MOVE WS-CLE-SEQ TO LEDGER-SEQUENCE
               READ BUDGET-LEDGER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TROUVE
                       MOVE LEDGER-SEQUENCE     TO WS-OR-SEQ
                       MOVE LEDGER-DATE         TO WS-OR-DATE
                       MOVE LEDGER-GAINS        TO WS-OR-GAINS
                       MOVE LEDGER-PERTES       TO WS-OR-PERTES
                       MOVE LEDGER-OPERATEUR    TO WS-OR-OPERATEUR
                       MOVE LEDGER-PROGRAMME    TO WS-OR-PROGRAMME
                       MOVE LEDGER-CATEGORIE    TO WS-OR-CATEGORIE
                       MOVE LEDGER-TIERS        TO WS-OR-TIERS
               END-READ
               CLOSE BUDGET-LEDGER
           END-IF.

       para-controler-ecriture.
           MOVE SPACES TO WS-MOTIF.
           IF WS-OR-PROGRAMME = 'CORRECT'
               OR WS-OR-PROGRAMME = 'ETALE'
               OR WS-OR-PROGRAMME = 'REPART'
               MOVE 'CONTRE-PASSATION, ETALEMENT OU REPARTITION'
                   TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           IF WS-OR-PERTES = ZERO
               MOVE 'ECRITURE SANS PERTES A PAYER' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           IF WS-OR-OPERATEUR = WS-OPERATEUR
               MOVE 'SAISIE PAR VOUS-MEME' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           IF WS-OR-TIERS = SPACES
               MOVE 'ECRITURE SANS TIERS' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           CALL 'Verifier_Tiers' USING WS-OR-TIERS WS-TIERS-VALIDE
               WS-TIERS-CATG.
           IF WS-TIERS-VALIDE NOT = 'Y'
               MOVE 'TIERS INCONNU OU INACTIF' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           PERFORM para-chercher-paiement.
           IF WS-DEJA-PAYE = 'Y'
               MOVE 'ECRITURE DEJA EN PAIEMENT' TO WS-MOTIF
           END-IF.

      * A cancelled instruction ('N') does not block a new
      * one: the posting it named was reversed, and only a
      * posting still standing can be flagged again.
       para-chercher-paiement.
           MOVE 'N' TO WS-DEJA-PAYE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PAIEMENT-FILE.
           IF WS-PAIE-STATUS = "00"
               PERFORM UNTIL WS-EOF OR WS-DEJA-PAYE = 'Y'
                   READ PAIEMENT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF PAIE-SEQUENCE = WS-OR-SEQ
                               AND PAIE-STATUT NOT = 'N'
                               MOVE 'Y' TO WS-DEJA-PAYE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAIEMENT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-ecrire-paiement.
           OPEN EXTEND PAIEMENT-FILE.
           IF WS-PAIE-STATUS = "35"
               OPEN OUTPUT PAIEMENT-FILE
           END-IF.
           MOVE WS-OR-SEQ TO PAIE-SEQUENCE.
           MOVE 'M' TO PAIE-ORIGINE.
           MOVE 'A' TO PAIE-STATUT.
           MOVE WS-OR-DATE TO PAIE-DATE.
           MOVE WS-OR-PERTES TO PAIE-MONTANT.
           MOVE WS-OR-TIERS TO PAIE-TIERS.
           MOVE WS-OR-CATEGORIE TO PAIE-CATEGORIE.
           MOVE WS-OPERATEUR TO PAIE-OPERATEUR.
           MOVE 'PAI' TO PAIE-REF-PREFIXE.
           MOVE WS-OR-SEQ TO PAIE-REF-SEQ.
           MOVE ZEROS TO PAIE-LOT.
           WRITE PAIEMENT-RECORD.
           CLOSE PAIEMENT-FILE.
