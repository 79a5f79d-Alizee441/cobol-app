       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcul_Budget_Entrepot.

      *****************************************************
      * Delta extract for the finance reporting warehouse:
      * every posting with a sequence above the high-water
      * mark of ENTRCTL-FILE, in sequence order, each
      * carrying the whole LEDGER-RECORD (sequence,
      * operator, currency, keyed amount and rate,
      * correction link, document, payee...) - unlike the
      * nightly CSV of Calcul_Budget_Export, which is a
      * full rewrite of a few columns.
      *
      * A batch is fixed before anything is written: its
      * number, its date and its bounds (the mark + 1 up to
      * the last sequence the central counter BUDGSEQ has
      * handed out) are kept on the control record with
      * statut 'E'. The mark moves to the upper bound only
      * once the file is complete. A run that dies leaves
      * the batch at 'E' and the next run cuts exactly the
      * same batch again; SYSIN REPRISE cuts the last
      * completed batch again for a warehouse load that
      * lost it, without moving anything.
      *
      * Postings are looked for by sequence in the year
      * archive and in the ledger, so a month closed before
      * its postings went out is still sent. A sequence
      * found in both (the ledger rebuilt by Calcul_Budget_
      * Restaure after a close had already appended to the
      * archive) goes out once; postings a restore brings
      * back below the mark are not sent again, and the
      * counter a restore leaves untouched keeps the bounds
      * right.
      *
      * Record types on ENTDELTA:
      *   1 = header : lot (6) + date (8) + sequence de (9)
      *                + sequence a (9)
      *   2 = detail : LEDGER-RECORD image (LEDGFD layout)
      *   9 = trailer: nombre (9) + hash gains (11V99)
      *                + hash pertes (11V99)
      *                + hash montants origine (11V99)
      * RC 8 when the batch could not be written in full.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LEDGSEL.
           COPY YEARSEL.
           COPY SEQSEL.
           COPY ENTRSEL.
           SELECT ENTREPOT-FILE
               ASSIGN TO "ENTDELTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY LEDGFD.
           COPY YEARFD.
           COPY SEQFD.
           COPY ENTRFD.

       FD  ENTREPOT-FILE.
       01  DELTA-LIGNE              PIC X(140).

       WORKING-STORAGE SECTION.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-YEAR-STATUS    PIC XX.
       77 WS-SEQ-STATUS     PIC XX.
       77 WS-ENTR-STATUS    PIC XX.
       77 WS-DELTA-STATUS   PIC XX.
       77 WS-MODE           PIC X(8) VALUE SPACES.
       77 WS-TODAY          PIC 9(8).
       77 WS-ERREUR         PIC X VALUE 'N'.
       77 WS-ARCHIVE-OUVERTE PIC X VALUE 'N'.
       77 WS-LED-FINI       PIC X VALUE 'N'.
       77 WS-ARC-FINI       PIC X VALUE 'N'.
       77 WS-LED-SEQ        PIC 9(9) VALUE ZEROS.
       77 WS-ARC-SEQ        PIC 9(9) VALUE ZEROS.
       77 WS-LED-POSTE      PIC X(139).
       77 WS-ARC-POSTE      PIC X(139).
       77 WS-NB-DETAILS     PIC 9(9) VALUE ZEROS.
       77 WS-NB-DOUBLES     PIC 9(9) VALUE ZEROS.
       77 WS-HASH-GAINS     PIC 9(11)V99 VALUE ZEROS.
       77 WS-HASH-PERTES    PIC 9(11)V99 VALUE ZEROS.
       77 WS-HASH-ORIG      PIC 9(11)V99 VALUE ZEROS.

      * Control record as read, then as rewritten.
       01 WS-CONTROLE.
           05 WS-CT-STATUT          PIC X(1) VALUE 'C'.
           05 WS-CT-DERNIERE-SEQ    PIC 9(9) VALUE ZEROS.
           05 WS-CT-LOT             PIC 9(6) VALUE ZEROS.
           05 WS-CT-LOT-DATE        PIC 9(8) VALUE ZEROS.
           05 WS-CT-SEQ-DEB         PIC 9(9) VALUE ZEROS.
           05 WS-CT-SEQ-FIN         PIC 9(9) VALUE ZEROS.

       01 WS-ENTETE-LINE.
           05 FILLER             PIC X(1)  VALUE '1'.
           05 WS-H-LOT           PIC 9(6).
           05 WS-H-DATE          PIC 9(8).
           05 WS-H-SEQ-DEB       PIC 9(9).
           05 WS-H-SEQ-FIN       PIC 9(9).
           05 FILLER             PIC X(107) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER             PIC X(1)  VALUE '2'.
           05 WS-D-POSTE         PIC X(139).

       01 WS-TRAILER-LINE.
           05 FILLER             PIC X(1)  VALUE '9'.
           05 WS-T-NOMBRE        PIC 9(9).
           05 WS-T-HASH-GAINS    PIC 9(11)V99.
           05 WS-T-HASH-PERTES   PIC 9(11)V99.
           05 WS-T-HASH-ORIG     PIC 9(11)V99.
           05 FILLER             PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.
       para-principale.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           ACCEPT WS-MODE.

           PERFORM para-lire-controle.
           PERFORM para-fixer-lot.
           IF WS-ERREUR = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT BUDGET-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE D'OUVRIR LE LEDGER, STATUT="
                   WS-LEDGER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT YEAR-LEDGER.
           IF WS-YEAR-STATUS = "00"
               MOVE 'Y' TO WS-ARCHIVE-OUVERTE
           END-IF.
           OPEN OUTPUT ENTREPOT-FILE.
           IF WS-DELTA-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE D'OUVRIR ENTDELTA, STATUT="
                   WS-DELTA-STATUS
               CLOSE BUDGET-LEDGER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-CT-LOT      TO WS-H-LOT.
           MOVE WS-CT-LOT-DATE TO WS-H-DATE.
           MOVE WS-CT-SEQ-DEB  TO WS-H-SEQ-DEB.
           MOVE WS-CT-SEQ-FIN  TO WS-H-SEQ-FIN.
           MOVE WS-ENTETE-LINE TO DELTA-LIGNE.
           PERFORM para-ecrire-ligne.

           PERFORM para-extraire.

           MOVE WS-NB-DETAILS  TO WS-T-NOMBRE.
           MOVE WS-HASH-GAINS  TO WS-T-HASH-GAINS.
           MOVE WS-HASH-PERTES TO WS-T-HASH-PERTES.
           MOVE WS-HASH-ORIG   TO WS-T-HASH-ORIG.
           MOVE WS-TRAILER-LINE TO DELTA-LIGNE.
           PERFORM para-ecrire-ligne.

           CLOSE ENTREPOT-FILE.
           CLOSE BUDGET-LEDGER.
           IF WS-ARCHIVE-OUVERTE = 'Y'
               CLOSE YEAR-LEDGER
           END-IF.

           DISPLAY "EXTRAIT ENTREPOT - LOT " WS-CT-LOT
               " DU " WS-CT-LOT-DATE.
           DISPLAY "  SEQUENCES " WS-CT-SEQ-DEB " A " WS-CT-SEQ-FIN.
           DISPLAY "  ECRITURES : " WS-NB-DETAILS
               " GAINS : " WS-HASH-GAINS " PERTES : " WS-HASH-PERTES.
           IF WS-NB-DOUBLES > ZERO
               DISPLAY "  PRESENTES AU LEDGER ET A L'ARCHIVE, "
                   "ENVOYEES UNE FOIS : " WS-NB-DOUBLES
           END-IF.

           IF WS-ERREUR = 'Y'
               DISPLAY "EXTRAIT INCOMPLET - LOT LAISSE EN COURS, "
                   "A RELANCER."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * Only a complete file moves the mark; REPRISE never
      * does.
           IF WS-MODE NOT = 'REPRISE'
               MOVE 'C' TO WS-CT-STATUT
               MOVE WS-CT-SEQ-FIN TO WS-CT-DERNIERE-SEQ
               PERFORM para-ecrire-controle
           END-IF.

           GOBACK.

       para-lire-controle.
           OPEN INPUT ENTRCTL-FILE.
           IF WS-ENTR-STATUS = "00"
               READ ENTRCTL-FILE
                   NOT AT END MOVE ENTRCTL-RECORD TO WS-CONTROLE
               END-READ
               CLOSE ENTRCTL-FILE
           END-IF.

       para-ecrire-controle.
           OPEN OUTPUT ENTRCTL-FILE.
           MOVE WS-CONTROLE TO ENTRCTL-RECORD.
           WRITE ENTRCTL-RECORD.
           CLOSE ENTRCTL-FILE.

      * A batch left at 'E' is cut again as it was fixed; a
      * new batch runs from the mark to the counter and is
      * recorded before the first line is written.
       para-fixer-lot.
           IF WS-MODE = 'REPRISE'
               IF WS-CT-STATUT NOT = 'C' OR WS-CT-LOT = ZERO
                   DISPLAY "AUCUN LOT TERMINE A REPRENDRE."
                   MOVE 'Y' TO WS-ERREUR
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-CT-STATUT = 'E'
               DISPLAY "LOT " WS-CT-LOT " INACHEVE - REPRIS A "
                   "L'IDENTIQUE."
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO SEQ-DERNIER.
           OPEN INPUT SEQUENCE-FILE.
           IF WS-SEQ-STATUS = "00"
               READ SEQUENCE-FILE
                   AT END MOVE ZEROS TO SEQ-DERNIER
               END-READ
               CLOSE SEQUENCE-FILE
           END-IF.

           ADD 1 TO WS-CT-LOT.
           MOVE WS-TODAY TO WS-CT-LOT-DATE.
           COMPUTE WS-CT-SEQ-DEB = WS-CT-DERNIERE-SEQ + 1.
           IF SEQ-DERNIER > WS-CT-DERNIERE-SEQ
               MOVE SEQ-DERNIER TO WS-CT-SEQ-FIN
           ELSE
               MOVE WS-CT-DERNIERE-SEQ TO WS-CT-SEQ-FIN
           END-IF.
           MOVE 'E' TO WS-CT-STATUT.
           PERFORM para-ecrire-controle.

      * Both files are read by their primary key, the
      * sequence, and merged.
       para-extraire.
           IF WS-CT-SEQ-FIN < WS-CT-SEQ-DEB
               EXIT PARAGRAPH
           END-IF.
           COMPUTE LEDGER-SEQUENCE = WS-CT-SEQ-DEB - 1.
           START BUDGET-LEDGER KEY > LEDGER-SEQUENCE
               INVALID KEY MOVE 'Y' TO WS-LED-FINI
           END-START.
           PERFORM para-lire-ledger.

           IF WS-ARCHIVE-OUVERTE = 'Y'
               COMPUTE YEAR-SEQUENCE = WS-CT-SEQ-DEB - 1
               START YEAR-LEDGER KEY > YEAR-SEQUENCE
                   INVALID KEY MOVE 'Y' TO WS-ARC-FINI
               END-START
           ELSE
               MOVE 'Y' TO WS-ARC-FINI
           END-IF.
           PERFORM para-lire-archive.

           PERFORM UNTIL WS-LED-FINI = 'Y' AND WS-ARC-FINI = 'Y'
               EVALUATE TRUE
                   WHEN WS-ARC-FINI = 'Y'
                       OR (WS-LED-FINI NOT = 'Y'
                           AND WS-LED-SEQ < WS-ARC-SEQ)
                       MOVE WS-LED-POSTE TO WS-D-POSTE
                       PERFORM para-ecrire-detail
                       PERFORM para-lire-ledger
                   WHEN WS-LED-FINI = 'Y'
                       OR WS-ARC-SEQ < WS-LED-SEQ
                       MOVE WS-ARC-POSTE TO WS-D-POSTE
                       PERFORM para-ecrire-detail
                       PERFORM para-lire-archive
                   WHEN OTHER
                       MOVE WS-LED-POSTE TO WS-D-POSTE
                       PERFORM para-ecrire-detail
                       ADD 1 TO WS-NB-DOUBLES
                       PERFORM para-lire-ledger
                       PERFORM para-lire-archive
               END-EVALUATE
           END-PERFORM.

       para-lire-ledger.
           IF WS-LED-FINI = 'Y'
               EXIT PARAGRAPH
           END-IF.
           READ BUDGET-LEDGER NEXT RECORD
               AT END MOVE 'Y' TO WS-LED-FINI
               NOT AT END
                   IF LEDGER-SEQUENCE > WS-CT-SEQ-FIN
                       MOVE 'Y' TO WS-LED-FINI
                   ELSE
                       MOVE LEDGER-SEQUENCE TO WS-LED-SEQ
                       MOVE LEDGER-RECORD   TO WS-LED-POSTE
                   END-IF
           END-READ.

       para-lire-archive.
           IF WS-ARC-FINI = 'Y'
               EXIT PARAGRAPH
           END-IF.
           READ YEAR-LEDGER NEXT RECORD
               AT END MOVE 'Y' TO WS-ARC-FINI
               NOT AT END
                   IF YEAR-SEQUENCE > WS-CT-SEQ-FIN
                       MOVE 'Y' TO WS-ARC-FINI
                   ELSE
                       MOVE YEAR-SEQUENCE TO WS-ARC-SEQ
                       MOVE YEAR-RECORD   TO WS-ARC-POSTE
                   END-IF
           END-READ.

      * Hash totals from the image just written, through
      * the ledger layout.
       para-ecrire-detail.
           MOVE WS-D-POSTE TO LEDGER-RECORD.
           ADD 1 TO WS-NB-DETAILS.
           ADD LEDGER-GAINS        TO WS-HASH-GAINS.
           ADD LEDGER-PERTES       TO WS-HASH-PERTES.
           ADD LEDGER-MONTANT-ORIG TO WS-HASH-ORIG.
           MOVE WS-DETAIL-LINE TO DELTA-LIGNE.
           PERFORM para-ecrire-ligne.

       para-ecrire-ligne.
           WRITE DELTA-LIGNE.
           IF WS-DELTA-STATUS NOT = "00"
               MOVE 'Y' TO WS-ERREUR
           END-IF.
