      * unmatched ledger line carries the posting sequence
      * number Correction_Budget asks for. RC 4 when
      * anything is left unmatched.
      *
      * A statement line carrying the reference of a
      * payment instruction sent by Calcul_Budget_Paiement
      * is matched to the posting that instruction names,
      * whatever its date, and to nothing else; when the
      * amount the bank paid differs from the amount
      * approved, the pair is listed in a fourth section
      * (RC 4) - what was paid must be what was approved.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LEDGSEL.
           COPY PAIESEL.
           SELECT BANQUE-FILE
               ASSIGN TO "BANKIN"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY LEDGFD.
           COPY PAIEFD.

       FD  BANQUE-FILE.
       01  BANQUE-RECORD.
           05  BQ-DATE              PIC 9(8).
      * Amount in euros and cents, two implied decimals.
           05  BQ-MONTANT           PIC 9(7)V99.
           05  BQ-SENS              PIC X(1).
           05  BQ-REFERENCE         PIC X(20).

       WORKING-STORAGE SECTION.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-BANQUE-STATUS  PIC XX.
       77 WS-PAIE-STATUS    PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-NB-RAPPROCHES  PIC 9(6) VALUE ZEROS.
       77 WS-NB-BQ-SEULES   PIC 9(6) VALUE ZEROS.
       77 WS-NB-LG-SEULES   PIC 9(6) VALUE ZEROS.
       77 WS-NB-ECARTS      PIC 9(6) VALUE ZEROS.
       77 WS-REF-CHERCHE    PIC X(20).

      * The statement, loaded whole so each line can be
      * ticked off at most once - the same discipline as
       01 WS-BQ-TABLE.
           05 WS-BQ-ENTRY OCCURS 500 TIMES.
               10 WS-BQ-DATE        PIC 9(8).
               10 WS-BQ-MONTANT     PIC 9(7)V99.
               10 WS-BQ-SENS        PIC X(1).
               10 WS-BQ-REFERENCE   PIC X(20).
               10 WS-BQ-RAPPROCHE   PIC X(1).
      * Posting named by the payment instruction whose
      * reference the line carries; zeros otherwise.
               10 WS-BQ-PAIE-SEQ    PIC 9(9).
               10 WS-BQ-PAIE-MNT    PIC 9(7)V99.
       77 WS-BQ-COUNT        PIC 9(3) VALUE ZEROS.
       77 WS-BQ-IDX          PIC 9(3).
       77 WS-BQ-SURCHARGE    PIC X VALUE 'N'.
               10 WS-LG-TIME        PIC 9(6).
               10 WS-LG-OPERATEUR   PIC X(8).
               10 WS-LG-SENS        PIC X(1).
               10 WS-LG-MONTANT     PIC 9(7)V99.
       77 WS-LG-COUNT        PIC 9(3) VALUE ZEROS.
       77 WS-LG-IDX          PIC 9(3).
       77 WS-LG-SURCHARGE    PIC X VALUE 'N'.

      * Payments matched by reference whose amount is not
      * the amount approved.
       01 WS-EC-TABLE.
           05 WS-EC-ENTRY OCCURS 500 TIMES.
               10 WS-EC-SEQUENCE    PIC 9(9).
               10 WS-EC-REFERENCE   PIC X(20).
               10 WS-EC-APPROUVE    PIC 9(7)V99.
               10 WS-EC-PAYE        PIC 9(7)V99.
       77 WS-EC-COUNT        PIC 9(3) VALUE ZEROS.
       77 WS-EC-IDX          PIC 9(3).

       77 WS-SENS-CHERCHE    PIC X(1).
       77 WS-MONTANT-CHERCHE PIC 9(7)V99.

       01 WS-PAIRE-LINE.
           05 WS-P-DATE          PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-P-SENS          PIC X(1).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-P-MONTANT       PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE ' <-'.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-P-REFERENCE     PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-B-SENS          PIC X(1).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-B-MONTANT       PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-B-REFERENCE     PIC X(20).

           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-L-SENS          PIC X(1).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-L-MONTANT       PIC Z,ZZZ,ZZ9.99.

       01 WS-EC-LINE.
           05 WS-C-SEQUENCE      PIC 9(9).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-C-REFERENCE     PIC X(20).
           05 FILLER             PIC X(11) VALUE ' APPROUVE :'.
           05 WS-C-APPROUVE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(7)  VALUE ' PAYE :'.
           05 WS-C-PAYE          PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       para-principale.
               GOBACK
           END-IF.

           PERFORM para-charger-paiements.

           OPEN INPUT BUDGET-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "AUCUNE DONNEE DE BUDGET A RAPPROCHER."

           PERFORM para-imprimer-banque-seule.
           PERFORM para-imprimer-ledger-seul.
           PERFORM para-imprimer-ecarts.

           DISPLAY SPACES.
           DISPLAY "RAPPROCHEMENT TERMINE - RAPPROCHES : "
               WS-NB-RAPPROCHES
               " BANQUE SEULE : " WS-NB-BQ-SEULES
               " LEDGER SEUL : " WS-NB-LG-SEULES.
           DISPLAY "PAIEMENTS AVEC ECART : " WS-NB-ECARTS.

           IF WS-BQ-SURCHARGE = 'Y' OR WS-LG-SURCHARGE = 'Y'
               DISPLAY "TABLE PLEINE - RAPPROCHEMENT INCOMPLET,"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NB-BQ-SEULES > ZERO OR WS-NB-LG-SEULES > ZERO
                   OR WS-NB-ECARTS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
                                   TO WS-BQ-REFERENCE(WS-BQ-COUNT)
                               MOVE 'N'
                                   TO WS-BQ-RAPPROCHE(WS-BQ-COUNT)
                               MOVE ZEROS
                                   TO WS-BQ-PAIE-SEQ(WS-BQ-COUNT)
                               MOVE ZEROS
                                   TO WS-BQ-PAIE-MNT(WS-BQ-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-BQ-SURCHARGE
                           END-IF
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

      * Every instruction sent in a PAYOUT batch is tied to
      * the statement line that carries its reference, so
      * the payment finds its posting even when the bank
      * executes it days after the posting date.
       para-charger-paiements.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PAIEMENT-FILE.
           IF WS-PAIE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ PAIEMENT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF PAIE-STATUT = 'E'
                               PERFORM para-lier-paiement
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAIEMENT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-lier-paiement.
           MOVE PAIE-REFERENCE TO WS-REF-CHERCHE.
           PERFORM VARYING WS-BQ-IDX FROM 1 BY 1
                       UNTIL WS-BQ-IDX > WS-BQ-COUNT
               IF WS-BQ-REFERENCE(WS-BQ-IDX) = WS-REF-CHERCHE
                   AND WS-BQ-SENS(WS-BQ-IDX) = 'D'
                   MOVE PAIE-SEQUENCE TO WS-BQ-PAIE-SEQ(WS-BQ-IDX)
                   MOVE PAIE-MONTANT TO WS-BQ-PAIE-MNT(WS-BQ-IDX)
               END-IF
           END-PERFORM.

      * A debit with an instruction behind it is matched on
      * the instruction's reference first; failing that,
      * the first unticked statement line with the same
      * date, amount and direction wins - never a line that
      * belongs to another instruction. A double-keyed
      * posting therefore leaves its second copy in section
      * 3, which is exactly where it should surface.
       para-rapprocher-cote.
           MOVE 1 TO WS-BQ-IDX.
           IF WS-SENS-CHERCHE = 'D'
               PERFORM UNTIL WS-BQ-IDX > WS-BQ-COUNT
                           OR (WS-BQ-RAPPROCHE(WS-BQ-IDX) = 'N'
                               AND WS-BQ-PAIE-SEQ(WS-BQ-IDX)
                                   = LEDGER-SEQUENCE)
                   ADD 1 TO WS-BQ-IDX
               END-PERFORM
               IF WS-BQ-IDX NOT > WS-BQ-COUNT
                   PERFORM para-rapprocher-reference
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 1 TO WS-BQ-IDX.
           PERFORM UNTIL WS-BQ-IDX > WS-BQ-COUNT
                       OR (WS-BQ-RAPPROCHE(WS-BQ-IDX) = 'N'
                           AND WS-BQ-PAIE-SEQ(WS-BQ-IDX) = ZEROS
                           AND WS-BQ-DATE(WS-BQ-IDX) = LEDGER-DATE
                           AND WS-BQ-MONTANT(WS-BQ-IDX)
                               = WS-MONTANT-CHERCHE
               PERFORM para-retenir-ledger-seul
           END-IF.

      * The amount compared is the one approved on the
      * instruction: a posting corrected in between shows
      * up here rather than passing as paid.
       para-rapprocher-reference.
           MOVE 'Y' TO WS-BQ-RAPPROCHE(WS-BQ-IDX).
           ADD 1 TO WS-NB-RAPPROCHES.
           MOVE LEDGER-DATE      TO WS-P-DATE.
           MOVE LEDGER-TIME      TO WS-P-TIME.
           MOVE LEDGER-OPERATEUR TO WS-P-OPERATEUR.
           MOVE WS-SENS-CHERCHE  TO WS-P-SENS.
           MOVE WS-BQ-MONTANT(WS-BQ-IDX) TO WS-P-MONTANT.
           MOVE WS-BQ-REFERENCE(WS-BQ-IDX) TO WS-P-REFERENCE.
           DISPLAY WS-PAIRE-LINE.

           IF WS-BQ-MONTANT(WS-BQ-IDX) NOT = WS-BQ-PAIE-MNT(WS-BQ-IDX)
               OR WS-BQ-MONTANT(WS-BQ-IDX) NOT = WS-MONTANT-CHERCHE
               IF WS-EC-COUNT < 500
                   ADD 1 TO WS-EC-COUNT
                   MOVE LEDGER-SEQUENCE TO WS-EC-SEQUENCE(WS-EC-COUNT)
                   MOVE WS-BQ-REFERENCE(WS-BQ-IDX)
                       TO WS-EC-REFERENCE(WS-EC-COUNT)
                   MOVE WS-BQ-PAIE-MNT(WS-BQ-IDX)
                       TO WS-EC-APPROUVE(WS-EC-COUNT)
                   MOVE WS-BQ-MONTANT(WS-BQ-IDX)
                       TO WS-EC-PAYE(WS-EC-COUNT)
               ELSE
                   MOVE 'Y' TO WS-LG-SURCHARGE
               END-IF
           END-IF.

       para-retenir-ledger-seul.
           IF WS-LG-COUNT < 500
               ADD 1 TO WS-LG-COUNT
               DISPLAY WS-LG-LINE
               ADD 1 TO WS-NB-LG-SEULES
           END-PERFORM.

       para-imprimer-ecarts.
           DISPLAY SPACES.
           DISPLAY "4. PAIEMENTS DONT LE MONTANT DIFFERE DE L'APPROUVE".
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
                       UNTIL WS-EC-IDX > WS-EC-COUNT
               MOVE WS-EC-SEQUENCE(WS-EC-IDX)  TO WS-C-SEQUENCE
               MOVE WS-EC-REFERENCE(WS-EC-IDX) TO WS-C-REFERENCE
               MOVE WS-EC-APPROUVE(WS-EC-IDX)  TO WS-C-APPROUVE
               MOVE WS-EC-PAYE(WS-EC-IDX)      TO WS-C-PAYE
               DISPLAY WS-EC-LINE
               ADD 1 TO WS-NB-ECARTS
           END-PERFORM.
