       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcul_Budget_Paiement.

      *****************************************************
      * Payment instruction extract: every PAIEMENT-FILE
      * line still 'A' (a payer) is checked against the
      * posting it names and, when it still stands as
      * approved, written to the PAYOUT batch the bank
      * portal loads - between a header carrying the
      * creation date and a trailer carrying the count and
      * the amount hash total, the GLINT discipline - so
      * what is paid is what was approved, not what was
      * retyped. Each line sent is marked 'E' with the
      * batch date and is never sent again.
      *
      * A line is held back (stays 'A', RC 4) when its
      * posting is found neither in the ledger nor in the
      * year archive, when the amount differs from the
      * posting's pertes, or when the payee is missing,
      * unknown or inactive. A line whose posting was
      * reversed by Correction_Budget is cancelled ('N'),
      * whether the contra entry is still in the ledger or
      * already archived by the month-end close. The
      * payment register lists the batch, the held-back
      * lines and the cancellations.
      *
      * Record types on PAYOUT (80 bytes):
      *   1 = header : date cree (8)
      *   2 = detail : reference (12) + tiers (8) + nom
      *                (30) + montant (9V99) + date (8)
      *                + sequence (9)
      *   9 = trailer: nombre (6) + hash montant (9V99)
      * Amounts carry euros and cents, two implied decimals.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LEDGSEL.
           COPY YEARSEL.
           COPY PAIESEL.
           COPY TIERSEL.
           SELECT PAYOUT-FILE
               ASSIGN TO "PAYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY LEDGFD.
           COPY YEARFD.
           COPY PAIEFD.
           COPY TIERFD.

       FD  PAYOUT-FILE.
       01  PAYOUT-LIGNE             PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-YEAR-STATUS    PIC XX.
       77 WS-PAIE-STATUS    PIC XX.
       77 WS-TIERS-STATUS   PIC XX.
       77 WS-PAYOUT-STATUS  PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-TODAY          PIC 9(8).
       77 WS-NB-PAYES       PIC 9(6) VALUE ZEROS.
       77 WS-NB-RETENUS     PIC 9(6) VALUE ZEROS.
       77 WS-NB-ANNULES     PIC 9(6) VALUE ZEROS.
       77 WS-HASH-MONTANT   PIC 9(9)V99 VALUE ZEROS.
       77 WS-MOTIF          PIC X(30) VALUE SPACES.
       77 WS-NOM            PIC X(30) VALUE SPACES.
       77 WS-PERTES-ECRITURE PIC 9(7)V99 VALUE ZEROS.
       77 WS-REF-SEQUENCE   PIC 9(9) VALUE ZEROS.
       77 WS-SEQ-MIN        PIC 9(9) VALUE ZEROS.
       77 WS-ARCHIVE-OUVERTE PIC X VALUE 'N'.
       77 WS-TIERS-OUVERT   PIC X VALUE 'N'.

      * The whole instruction file, rewritten at the end
      * with the new statuses.
       01 WS-PA-TABLE.
           05 WS-PA-ENTRY OCCURS 5000 TIMES.
               10 WS-PA-SEQUENCE    PIC 9(9).
               10 WS-PA-ORIGINE     PIC X(1).
               10 WS-PA-STATUT      PIC X(1).
               10 WS-PA-DATE        PIC 9(8).
               10 WS-PA-MONTANT     PIC 9(7)V99.
               10 WS-PA-TIERS       PIC X(8).
               10 WS-PA-CATEGORIE   PIC X(4).
               10 WS-PA-OPERATEUR   PIC X(8).
               10 WS-PA-REFERENCE   PIC X(12).
               10 WS-PA-LOT         PIC 9(8).
       77 WS-PA-COUNT        PIC 9(4) VALUE ZEROS.
       77 WS-PA-IDX          PIC 9(4).
       77 WS-PA-SURCHARGE    PIC X VALUE 'N'.

      * Why each held-back line stayed behind, kept beside
      * the table so the register can print it after the
      * ledger is closed.
       01 WS-MO-TABLE.
           05 WS-MO-MOTIF OCCURS 5000 TIMES PIC X(30).

       01 WS-ENTETE-LINE.
           05 FILLER             PIC X(1)  VALUE '1'.
           05 WS-H-DATE          PIC 9(8).
           05 FILLER             PIC X(71) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER             PIC X(1)  VALUE '2'.
           05 WS-D-REFERENCE     PIC X(12).
           05 WS-D-TIERS         PIC X(8).
           05 WS-D-NOM           PIC X(30).
           05 WS-D-MONTANT       PIC 9(7)V99.
           05 WS-D-DATE          PIC 9(8).
           05 WS-D-SEQUENCE      PIC 9(9).
           05 FILLER             PIC X(3)  VALUE SPACES.

       01 WS-TRAILER-LINE.
           05 FILLER             PIC X(1)  VALUE '9'.
           05 WS-T-NOMBRE        PIC 9(6).
           05 WS-T-HASH-MONTANT  PIC 9(9)V99.
           05 FILLER             PIC X(62) VALUE SPACES.

       01 WS-REGISTRE-LINE.
           05 WS-R-REFERENCE     PIC X(12).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-R-DATE          PIC 9(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-R-ORIGINE       PIC X(1).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-R-OPERATEUR     PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-R-TIERS         PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-R-NOM           PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-R-MONTANT       PIC Z,ZZZ,ZZ9.99.

       01 WS-RETENU-LINE.
           05 WS-E-REFERENCE     PIC X(12).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-E-DATE          PIC 9(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-E-TIERS         PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-E-MONTANT       PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-E-MOTIF         PIC X(30).

       PROCEDURE DIVISION.
       para-principale.
           PERFORM para-charger-paiements.
           IF WS-PA-SURCHARGE = 'Y'
               DISPLAY "PLUS DE 5000 INSTRUCTIONS DE PAIEMENT -"
                   " EXTRACTION REFUSEE, RIEN N'EST ENVOYE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT BUDGET-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "AUCUNE DONNEE DE BUDGET - PAIEMENTS NON"
                   " CONTROLABLES, RIEN N'EST ENVOYE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT PAYOUT-FILE.
           IF WS-PAYOUT-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE D'OUVRIR PAYOUT, STATUT="
                   WS-PAYOUT-STATUS
               CLOSE BUDGET-LEDGER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * Postings of closed months live on in the year
      * archive; without it only the ledger is looked at.
           OPEN INPUT YEAR-LEDGER.
           IF WS-YEAR-STATUS = "00"
               MOVE 'Y' TO WS-ARCHIVE-OUVERTE
           END-IF.
           OPEN INPUT TIERS-FILE.
           IF WS-TIERS-STATUS = "00"
               MOVE 'Y' TO WS-TIERS-OUVERT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM para-annuler-contre-passees.

           DISPLAY "REGISTRE DES PAIEMENTS - LOT DU " WS-TODAY.
           DISPLAY SPACES.
           DISPLAY "1. INSTRUCTIONS DU LOT".
           DISPLAY "REFERENCE    DATE     O OPERAT.  TIERS    NOM"
               "                       MONTANT".

           MOVE WS-TODAY TO WS-H-DATE.
           MOVE WS-ENTETE-LINE TO PAYOUT-LIGNE.
           WRITE PAYOUT-LIGNE.

           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                       UNTIL WS-PA-IDX > WS-PA-COUNT
               IF WS-PA-STATUT(WS-PA-IDX) = 'A'
                   PERFORM para-controler-instruction
                   IF WS-MOTIF = SPACES
                       PERFORM para-ecrire-detail
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-NB-PAYES TO WS-T-NOMBRE.
           MOVE WS-HASH-MONTANT TO WS-T-HASH-MONTANT.
           MOVE WS-TRAILER-LINE TO PAYOUT-LIGNE.
           WRITE PAYOUT-LIGNE.

           CLOSE BUDGET-LEDGER.
           IF WS-ARCHIVE-OUVERTE = 'Y'
               CLOSE YEAR-LEDGER
           END-IF.
           IF WS-TIERS-OUVERT = 'Y'
               CLOSE TIERS-FILE
           END-IF.
           CLOSE PAYOUT-FILE.

           PERFORM para-imprimer-retenus.
           PERFORM para-imprimer-annules.

      * The batch is complete before a single line is
      * marked; should the marking fail, the operators are
      * told not to transmit it, since the next run would
      * send the same lines again.
           OPEN OUTPUT PAIEMENT-FILE.
           IF WS-PAIE-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE DE MARQUER LES INSTRUCTIONS,"
                   " STATUT=" WS-PAIE-STATUS
               DISPLAY "LOT PAYOUT DU " WS-TODAY
                   " A NE PAS TRANSMETTRE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                       UNTIL WS-PA-IDX > WS-PA-COUNT
               MOVE WS-PA-ENTRY(WS-PA-IDX) TO PAIEMENT-RECORD
               WRITE PAIEMENT-RECORD
           END-PERFORM.
           CLOSE PAIEMENT-FILE.

           DISPLAY SPACES.
           DISPLAY "EXTRACTION DES PAIEMENTS TERMINEE - PAYES : "
               WS-NB-PAYES " MONTANT : " WS-HASH-MONTANT.
           DISPLAY "RETENUS : " WS-NB-RETENUS
               " ANNULES : " WS-NB-ANNULES.

           IF WS-NB-RETENUS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       para-charger-paiements.
           MOVE ZEROS TO WS-PA-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PAIEMENT-FILE.
           IF WS-PAIE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ PAIEMENT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-PA-COUNT < 5000
                               ADD 1 TO WS-PA-COUNT
                               MOVE PAIEMENT-RECORD
                                   TO WS-PA-ENTRY(WS-PA-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-PA-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAIEMENT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

      * A CORRECT contra pointing at a posting still waiting
      * to be paid cancels its instruction - the expense no
      * longer stands. One pass over the ledger, then the
      * archive from the lowest sequence still waiting: a
      * contra is always posted after what it reverses.
       para-annuler-contre-passees.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM para-lire-ledger.
           PERFORM UNTIL WS-EOF
               IF LEDGER-PROGRAMME = 'CORRECT'
                   AND LEDGER-REF-SEQUENCE NOT = ZEROS
                   MOVE LEDGER-REF-SEQUENCE TO WS-REF-SEQUENCE
                   PERFORM para-annuler-instruction
               END-IF
               PERFORM para-lire-ledger
           END-PERFORM.
           MOVE 'N' TO WS-EOF-SWITCH.

           IF WS-ARCHIVE-OUVERTE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 999999999 TO WS-SEQ-MIN.
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                       UNTIL WS-PA-IDX > WS-PA-COUNT
               IF WS-PA-STATUT(WS-PA-IDX) = 'A'
                   AND WS-PA-SEQUENCE(WS-PA-IDX) < WS-SEQ-MIN
                   MOVE WS-PA-SEQUENCE(WS-PA-IDX) TO WS-SEQ-MIN
               END-IF
           END-PERFORM.
           IF WS-SEQ-MIN = 999999999
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SEQ-MIN TO YEAR-SEQUENCE.
           START YEAR-LEDGER KEY > YEAR-SEQUENCE
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM para-lire-archive.
           PERFORM UNTIL WS-EOF
               IF YEAR-PROGRAMME = 'CORRECT'
                   AND YEAR-REF-SEQUENCE NOT = ZEROS
                   MOVE YEAR-REF-SEQUENCE TO WS-REF-SEQUENCE
                   PERFORM para-annuler-instruction
               END-IF
               PERFORM para-lire-archive
           END-PERFORM.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-annuler-instruction.
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                       UNTIL WS-PA-IDX > WS-PA-COUNT
               IF WS-PA-STATUT(WS-PA-IDX) = 'A'
                   AND WS-PA-SEQUENCE(WS-PA-IDX) = WS-REF-SEQUENCE
                   MOVE 'N' TO WS-PA-STATUT(WS-PA-IDX)
                   MOVE WS-TODAY TO WS-PA-LOT(WS-PA-IDX)
               END-IF
           END-PERFORM.

       para-lire-archive.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           READ YEAR-LEDGER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       para-lire-ledger.
           READ BUDGET-LEDGER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

      * The posting is read back by its sequence, from the
      * ledger or, once its month is closed, from the year
      * archive: the instruction must still describe it
      * exactly, or the line waits for someone to look at it.
       para-controler-instruction.
           MOVE SPACES TO WS-MOTIF.
           MOVE SPACES TO WS-NOM.
           MOVE WS-PA-SEQUENCE(WS-PA-IDX) TO LEDGER-SEQUENCE.
           READ BUDGET-LEDGER
               INVALID KEY
                   PERFORM para-lire-archive-poste
               NOT INVALID KEY
                   MOVE LEDGER-PERTES TO WS-PERTES-ECRITURE
           END-READ.
           IF WS-MOTIF NOT = SPACES
               PERFORM para-retenir
               EXIT PARAGRAPH
           END-IF.
           IF WS-PERTES-ECRITURE NOT = WS-PA-MONTANT(WS-PA-IDX)
               MOVE 'MONTANT DIFFERENT DE L''ECRITURE' TO WS-MOTIF
               PERFORM para-retenir
               EXIT PARAGRAPH
           END-IF.
           IF WS-PA-TIERS(WS-PA-IDX) = SPACES
               MOVE 'TIERS ABSENT' TO WS-MOTIF
               PERFORM para-retenir
               EXIT PARAGRAPH
           END-IF.
           IF WS-TIERS-OUVERT NOT = 'Y'
               MOVE 'TIERS INCONNU' TO WS-MOTIF
               PERFORM para-retenir
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PA-TIERS(WS-PA-IDX) TO TIERS-CODE.
           READ TIERS-FILE
               INVALID KEY
                   MOVE 'TIERS INCONNU' TO WS-MOTIF
               NOT INVALID KEY
                   IF TIERS-ACTIF NOT = 'A'
                       MOVE 'TIERS INACTIF' TO WS-MOTIF
                   END-IF
           END-READ.
           IF WS-MOTIF NOT = SPACES
               PERFORM para-retenir
               EXIT PARAGRAPH
           END-IF.
           MOVE TIERS-NOM TO WS-NOM.

       para-lire-archive-poste.
           IF WS-ARCHIVE-OUVERTE NOT = 'Y'
               MOVE 'ECRITURE INTROUVABLE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PA-SEQUENCE(WS-PA-IDX) TO YEAR-SEQUENCE.
           READ YEAR-LEDGER
               INVALID KEY
                   MOVE 'ECRITURE INTROUVABLE' TO WS-MOTIF
               NOT INVALID KEY
                   MOVE YEAR-PERTES TO WS-PERTES-ECRITURE
           END-READ.

       para-retenir.
           ADD 1 TO WS-NB-RETENUS.
           MOVE WS-MOTIF TO WS-MO-MOTIF(WS-PA-IDX).

       para-ecrire-detail.
           MOVE WS-PA-REFERENCE(WS-PA-IDX) TO WS-D-REFERENCE.
           MOVE WS-PA-TIERS(WS-PA-IDX)     TO WS-D-TIERS.
           MOVE WS-NOM                     TO WS-D-NOM.
           MOVE WS-PA-MONTANT(WS-PA-IDX)   TO WS-D-MONTANT.
           MOVE WS-PA-DATE(WS-PA-IDX)      TO WS-D-DATE.
           MOVE WS-PA-SEQUENCE(WS-PA-IDX)  TO WS-D-SEQUENCE.
           MOVE WS-DETAIL-LINE TO PAYOUT-LIGNE.
           WRITE PAYOUT-LIGNE.

           MOVE 'E' TO WS-PA-STATUT(WS-PA-IDX).
           MOVE WS-TODAY TO WS-PA-LOT(WS-PA-IDX).
           ADD 1 TO WS-NB-PAYES.
           ADD WS-PA-MONTANT(WS-PA-IDX) TO WS-HASH-MONTANT.

           MOVE WS-PA-REFERENCE(WS-PA-IDX) TO WS-R-REFERENCE.
           MOVE WS-PA-DATE(WS-PA-IDX)      TO WS-R-DATE.
           MOVE WS-PA-ORIGINE(WS-PA-IDX)   TO WS-R-ORIGINE.
           MOVE WS-PA-OPERATEUR(WS-PA-IDX) TO WS-R-OPERATEUR.
           MOVE WS-PA-TIERS(WS-PA-IDX)     TO WS-R-TIERS.
           MOVE WS-NOM                     TO WS-R-NOM.
           MOVE WS-PA-MONTANT(WS-PA-IDX)   TO WS-R-MONTANT.
           DISPLAY WS-REGISTRE-LINE.

      * Held-back lines are reprinted with their reason on
      * every run until they are sent or cancelled.
       para-imprimer-retenus.
           DISPLAY SPACES.
           DISPLAY "2. INSTRUCTIONS RETENUES".
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                       UNTIL WS-PA-IDX > WS-PA-COUNT
               IF WS-PA-STATUT(WS-PA-IDX) = 'A'
                   MOVE WS-PA-REFERENCE(WS-PA-IDX) TO WS-E-REFERENCE
                   MOVE WS-PA-DATE(WS-PA-IDX)      TO WS-E-DATE
                   MOVE WS-PA-TIERS(WS-PA-IDX)     TO WS-E-TIERS
                   MOVE WS-PA-MONTANT(WS-PA-IDX)   TO WS-E-MONTANT
                   MOVE WS-MO-MOTIF(WS-PA-IDX)     TO WS-E-MOTIF
                   DISPLAY WS-RETENU-LINE
               END-IF
           END-PERFORM.

       para-imprimer-annules.
           DISPLAY SPACES.
           DISPLAY "3. INSTRUCTIONS ANNULEES (ECRITURE CONTRE-PASSEE)".
           PERFORM VARYING WS-PA-IDX FROM 1 BY 1
                       UNTIL WS-PA-IDX > WS-PA-COUNT
               IF WS-PA-STATUT(WS-PA-IDX) = 'N'
                   AND WS-PA-LOT(WS-PA-IDX) = WS-TODAY
                   ADD 1 TO WS-NB-ANNULES
                   MOVE WS-PA-REFERENCE(WS-PA-IDX) TO WS-E-REFERENCE
                   MOVE WS-PA-DATE(WS-PA-IDX)      TO WS-E-DATE
                   MOVE WS-PA-TIERS(WS-PA-IDX)     TO WS-E-TIERS
                   MOVE WS-PA-MONTANT(WS-PA-IDX)   TO WS-E-MONTANT
                   MOVE 'CONTRE-PASSEE'            TO WS-E-MOTIF
                   DISPLAY WS-RETENU-LINE
               END-IF
           END-PERFORM.
