      * does not. A category missing from the mapping posts
      * to the suspense account and flags the run (RC 4).
      *
      * Each posting is sent once. GLSTAT-FILE holds the
      * transmission status of every posting already sent;
      * a ledger posting with no status record goes out and
      * is marked 'E' under this batch's id, one already
      * sent or accepted is left out. A posting accounting
      * rejected ('R', from Calcul_Budget_AccuseGL) goes
      * out again - from the ledger, or from the year
      * archive once its month is closed - as soon as its
      * category maps to another account than the one
      * refused; until then it waits on the rejection list.
      * The batch itself is added to GLLOT-FILE for the
      * acknowledgement follow-up.
      *
      * Record types on GLINT:
      *   1 = header : date cree (8) + periode (6)
      *                + lot (14)
      *   2 = detail : compte (8) + date (8) + debit (9V99)
      *                + credit (9V99) + categorie + operateur
      *                + sequence (9)
      *   9 = trailer: nombre (6) + hash gains (9V99)
      *                + hash pertes (9V99)
      * Amounts carry euros and cents, two implied decimals.
      * Accounting acknowledges by lot id, and line by line
      * by posting sequence.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LEDGSEL.
           COPY YEARSEL.
           COPY GLMPSEL.
           COPY PERIOSEL.
           COPY GLSTSEL.
           COPY GLLTSEL.
           SELECT GL-INTERFACE
               ASSIGN TO "GLINT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY LEDGFD.
           COPY YEARFD.
           COPY GLMPFD.
           COPY PERIOFD.
           COPY GLSTFD.
           COPY GLLTFD.

       FD  GL-INTERFACE.
       01  GLINT-LIGNE              PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-YEAR-STATUS    PIC XX.
       77 WS-GLMP-STATUS    PIC XX.
       77 WS-GLINT-STATUS   PIC XX.
       77 WS-PERIO-STATUS   PIC XX.
       77 WS-GLST-STATUS    PIC XX.
       77 WS-GLLT-STATUS    PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-NB-DETAILS     PIC 9(6) VALUE ZEROS.
       77 WS-NB-SUSPENS     PIC 9(6) VALUE ZEROS.
       77 WS-NB-RENVOIS     PIC 9(6) VALUE ZEROS.
       77 WS-NB-ATTENTE     PIC 9(6) VALUE ZEROS.
       77 WS-HASH-GAINS     PIC 9(9)V99 VALUE ZEROS.
       77 WS-HASH-PERTES    PIC 9(9)V99 VALUE ZEROS.
       77 WS-TODAY          PIC 9(8).
       77 WS-PERIODE        PIC 9(6).
       77 WS-LOT            PIC 9(14).
       77 WS-COMPTE-SUSPENS PIC X(8) VALUE '99999999'.
       77 WS-COMPTE         PIC X(8).
       77 WS-STATUT-CONNU   PIC X VALUE 'N'.

       01 WS-GL-TABLE.
           05 WS-GL-ENTRY OCCURS 50 TIMES.
       77 WS-GL-COUNT        PIC 99 VALUE ZEROS.
       77 WS-GL-IDX          PIC 99.

      * The posting being extracted, from the ledger or the
      * archive.
       01 WS-CANDIDAT.
           05 WS-C-SEQUENCE      PIC 9(9).
           05 WS-C-DATE          PIC 9(8).
           05 WS-C-GAINS         PIC 9(7)V99.
           05 WS-C-PERTES        PIC 9(7)V99.
           05 WS-C-CATEGORIE     PIC X(4).
           05 WS-C-OPERATEUR     PIC X(8).

       01 WS-ENTETE-LINE.
           05 FILLER             PIC X(1)  VALUE '1'.
           05 WS-H-DATE          PIC 9(8).
           05 WS-H-PERIODE       PIC 9(6).
           05 WS-H-LOT           PIC 9(14).
           05 FILLER             PIC X(31) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER             PIC X(1)  VALUE '2'.
           05 WS-D-COMPTE        PIC X(8).
           05 WS-D-DATE          PIC 9(8).
           05 WS-D-DEBIT         PIC 9(9)V99.
           05 WS-D-CREDIT        PIC 9(9)V99.
           05 WS-D-CATEGORIE     PIC X(4).
           05 WS-D-OPERATEUR     PIC X(8).
           05 WS-D-SEQUENCE      PIC 9(9).

       01 WS-TRAILER-LINE.
           05 FILLER             PIC X(1)  VALUE '9'.
           05 WS-T-NOMBRE        PIC 9(6).
           05 WS-T-HASH-GAINS    PIC 9(9)V99.
           05 WS-T-HASH-PERTES   PIC 9(9)V99.
           05 FILLER             PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       para-principale.

           PERFORM para-charger-mapping.

           OPEN I-O GLSTAT-FILE.
           IF WS-GLST-STATUS = "35"
               OPEN OUTPUT GLSTAT-FILE
               CLOSE GLSTAT-FILE
               OPEN I-O GLSTAT-FILE
           END-IF.
           IF WS-GLST-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE D'OUVRIR LES STATUTS G/L, STATUT="
                   WS-GLST-STATUS
               CLOSE BUDGET-LEDGER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT GL-INTERFACE.
           IF WS-GLINT-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE D'OUVRIR GLINT, STATUT="
                   WS-GLINT-STATUS
               CLOSE BUDGET-LEDGER
               CLOSE GLSTAT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOT.
           PERFORM para-lire-periode.

           MOVE WS-TODAY TO WS-H-DATE.
           MOVE WS-PERIODE TO WS-H-PERIODE.
           MOVE WS-LOT TO WS-H-LOT.
           MOVE WS-ENTETE-LINE TO GLINT-LIGNE.
           WRITE GLINT-LIGNE.

           PERFORM para-lire-ledger.
           PERFORM UNTIL WS-EOF
               PERFORM para-traiter-ledger
               PERFORM para-lire-ledger
           END-PERFORM.
           CLOSE BUDGET-LEDGER.

           PERFORM para-renvoyer-archive.

           MOVE WS-NB-DETAILS TO WS-T-NOMBRE.
           MOVE WS-HASH-GAINS TO WS-T-HASH-GAINS.
           MOVE WS-TRAILER-LINE TO GLINT-LIGNE.
           WRITE GLINT-LIGNE.

           CLOSE GLSTAT-FILE.
           CLOSE GL-INTERFACE.

           PERFORM para-ecrire-lot.

           DISPLAY "EXTRACTION G/L TERMINEE - LOT : " WS-LOT.
           DISPLAY "  DETAILS : " WS-NB-DETAILS
               " DONT RENVOIS : " WS-NB-RENVOIS
               " EN SUSPENS : " WS-NB-SUSPENS.
           IF WS-NB-ATTENTE > ZERO
               DISPLAY "  REJETS NON CORRIGES, NON RENVOYES : "
                   WS-NB-ATTENTE
           END-IF.

           IF WS-NB-SUSPENS > ZERO
               MOVE 4 TO RETURN-CODE
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      * A ledger posting goes out when it was never sent, or
      * when it was rejected and its account has changed
      * since; sent and accepted postings stay out.
       para-traiter-ledger.
           MOVE LEDGER-SEQUENCE  TO WS-C-SEQUENCE.
           MOVE LEDGER-DATE      TO WS-C-DATE.
           MOVE LEDGER-GAINS     TO WS-C-GAINS.
           MOVE LEDGER-PERTES    TO WS-C-PERTES.
           MOVE LEDGER-CATEGORIE TO WS-C-CATEGORIE.
           MOVE LEDGER-OPERATEUR TO WS-C-OPERATEUR.
           PERFORM para-chercher-compte.

           MOVE WS-C-SEQUENCE TO GLST-SEQUENCE.
           MOVE 'Y' TO WS-STATUT-CONNU.
           READ GLSTAT-FILE
               INVALID KEY MOVE 'N' TO WS-STATUT-CONNU
           END-READ.

           IF WS-STATUT-CONNU = 'N'
               PERFORM para-ecrire-detail
               INITIALIZE GLSTAT-RECORD
               MOVE WS-C-SEQUENCE TO GLST-SEQUENCE
               PERFORM para-marquer-envoi
               WRITE GLSTAT-RECORD
               EXIT PARAGRAPH
           END-IF.

           IF GLST-STATUT = 'R'
               PERFORM para-renvoyer-rejet
           END-IF.

      * Rejected postings whose month has already been closed
      * are looked up in the year archive. Those still in
      * the ledger were dealt with by the ledger pass and
      * are not found there.
       para-renvoyer-archive.
           OPEN INPUT YEAR-LEDGER.
           IF WS-YEAR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO GLST-SEQUENCE.
           START GLSTAT-FILE KEY IS NOT LESS THAN GLST-SEQUENCE
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
               READ GLSTAT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF GLST-STATUT = 'R'
                           PERFORM para-chercher-archive
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-SWITCH.
           CLOSE YEAR-LEDGER.

       para-chercher-archive.
           MOVE GLST-SEQUENCE TO YEAR-SEQUENCE.
           READ YEAR-LEDGER
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           MOVE YEAR-SEQUENCE  TO WS-C-SEQUENCE.
           MOVE YEAR-DATE      TO WS-C-DATE.
           MOVE YEAR-GAINS     TO WS-C-GAINS.
           MOVE YEAR-PERTES    TO WS-C-PERTES.
           MOVE YEAR-CATEGORIE TO WS-C-CATEGORIE.
           MOVE YEAR-OPERATEUR TO WS-C-OPERATEUR.
           PERFORM para-chercher-compte.
           PERFORM para-renvoyer-rejet.

      * GLSTAT-RECORD holds the rejected posting's status.
      * The same account would only be refused again, so the
      * posting waits for its mapping to be corrected.
       para-renvoyer-rejet.
           IF WS-COMPTE = GLST-COMPTE
               ADD 1 TO WS-NB-ATTENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM para-ecrire-detail.
           PERFORM para-marquer-envoi.
           REWRITE GLSTAT-RECORD.
           ADD 1 TO WS-NB-RENVOIS.

       para-marquer-envoi.
           MOVE 'E' TO GLST-STATUT.
           MOVE WS-LOT TO GLST-LOT.
           MOVE WS-COMPTE TO GLST-COMPTE.
           MOVE WS-TODAY TO GLST-DATE-ENVOI.
           MOVE ZEROS TO GLST-DATE-ACCUSE.
           ADD 1 TO GLST-NB-ENVOIS.
           MOVE SPACES TO GLST-MOTIF.

      * A category absent from the mapping lands on the
      * suspense account so accounting sees it rather than
      * losing it.
       para-chercher-compte.
           MOVE 1 TO WS-GL-IDX.
           PERFORM UNTIL WS-GL-IDX > WS-GL-COUNT
                       OR WS-GL-CATEGORIE(WS-GL-IDX)
                           = WS-C-CATEGORIE
               ADD 1 TO WS-GL-IDX
           END-PERFORM.

           IF WS-GL-IDX > WS-GL-COUNT
               MOVE WS-COMPTE-SUSPENS TO WS-COMPTE
           ELSE
               MOVE WS-GL-COMPTE(WS-GL-IDX) TO WS-COMPTE
           END-IF.

      * Gains post as credit, pertes as debit.
       para-ecrire-detail.
           IF WS-COMPTE = WS-COMPTE-SUSPENS
               ADD 1 TO WS-NB-SUSPENS
           END-IF.

           MOVE WS-COMPTE TO WS-D-COMPTE.
           MOVE WS-C-DATE TO WS-D-DATE.
           MOVE WS-C-PERTES TO WS-D-DEBIT.
           MOVE WS-C-GAINS TO WS-D-CREDIT.
           MOVE WS-C-CATEGORIE TO WS-D-CATEGORIE.
           MOVE WS-C-OPERATEUR TO WS-D-OPERATEUR.
           MOVE WS-C-SEQUENCE TO WS-D-SEQUENCE.
           MOVE WS-DETAIL-LINE TO GLINT-LIGNE.
           WRITE GLINT-LIGNE.

           ADD 1 TO WS-NB-DETAILS.
           ADD WS-C-GAINS  TO WS-HASH-GAINS.
           ADD WS-C-PERTES TO WS-HASH-PERTES.

      * Every batch is registered, an empty one too, so the
      * acknowledgement accounting returns for it is matched.
       para-ecrire-lot.
           OPEN EXTEND GLLOT-FILE.
           IF WS-GLLT-STATUS = "35"
               OPEN OUTPUT GLLOT-FILE
           END-IF.
           INITIALIZE GLLOT-RECORD.
           MOVE WS-LOT TO GLLT-LOT.
           MOVE WS-PERIODE TO GLLT-PERIODE.
           MOVE WS-TODAY TO GLLT-DATE-ENVOI.
           MOVE WS-NB-DETAILS TO GLLT-NOMBRE.
           MOVE WS-HASH-GAINS TO GLLT-HASH-GAINS.
           MOVE WS-HASH-PERTES TO GLLT-HASH-PERTES.
           MOVE 'E' TO GLLT-STATUT.
           WRITE GLLOT-RECORD.
           CLOSE GLLOT-FILE.

       para-charger-mapping.
           MOVE ZEROS TO WS-GL-COUNT.
