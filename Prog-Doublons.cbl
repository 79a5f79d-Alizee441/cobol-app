      * with its own sequence: two slips posted in the same
      * second share the same date/time string and nothing
      * else names them.
      *
      * A split receipt counts as one document: its lines
      * fold into a single entry for the day (the receipt's
      * total, category VENT when the lines differ, printed
      * under the document reference Correction_Budget
      * accepts), so the lines of one receipt never pair
      * with each other and a receipt keyed twice shows up
      * as one pair, not one pair per line.
      *****************************************************

       ENVIRONMENT DIVISION.
       77 WS-ECART-MAX      PIC 9(4) VALUE 300.
       77 WS-NB-PAIRES      PIC 9(4) VALUE ZEROS.
       77 WS-PAIRE-SIGNALEE PIC X VALUE 'N'.
       77 WS-SURESTIME      PIC 9(9)V99 VALUE ZEROS.
       77 WS-SURESTIME-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-SECONDES       PIC 9(6).
       77 WS-ECART          PIC S9(6).
       77 WS-JR-IDX2        PIC 9(3).

       01 WS-HEURE.
           05 WS-HEURE-HH       PIC 9(2).
               10 WS-JR-TIME        PIC 9(6).
               10 WS-JR-SECONDES    PIC 9(6).
               10 WS-JR-OPERATEUR   PIC X(8).
               10 WS-JR-GAINS       PIC 9(7)V99.
               10 WS-JR-PERTES      PIC 9(7)V99.
               10 WS-JR-CATEGORIE   PIC X(4).
               10 WS-JR-DOCUMENT    PIC 9(9).
       77 WS-JR-COUNT        PIC 9(3) VALUE ZEROS.
       77 WS-JR-IDX          PIC 9(3).
       77 WS-CUR-DATE        PIC 9(8) VALUE ZEROS.
           05 FILLER             PIC X(1)  VALUE '/'.
           05 WS-P-TIME2         PIC 9(6).
           05 FILLER             PIC X(4)  VALUE ' G '.
           05 WS-P-GAINS         PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE ' P '.
           05 WS-P-PERTES        PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(5)  VALUE ' CAT '.
           05 WS-P-CATEGORIE     PIC X(4).

           PERFORM para-lire-ledger.
           PERFORM UNTIL WS-EOF
               IF LEDGER-DATE NOT = WS-CUR-DATE
                   PERFORM para-comparer-journee
                   MOVE LEDGER-DATE TO WS-CUR-DATE
                   MOVE ZEROS TO WS-JR-COUNT
               END-IF
               PERFORM para-retenir-entree
               PERFORM para-lire-ledger
           END-PERFORM.
           PERFORM para-comparer-journee.

           CLOSE BUDGET-LEDGER.

           DISPLAY "PAIRES SUSPECTES : " WS-NB-PAIRES.
           MOVE WS-SURESTIME TO WS-SURESTIME-EDIT.
           DISPLAY "SURESTIMATION PRESUMEE : " WS-SURESTIME-EDIT.

           IF WS-NB-PAIRES > ZERO
               MOVE 4 TO RETURN-CODE
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.

      * The day is compared once it is complete, so that a
      * split receipt has all its lines folded in first.
      * Each suspect entry is paired once, with its earliest
      * match of the day: a triple-keyed amount then shows up
      * as two pairs and the overstatement total counts each
      * extra copy exactly once.
       para-comparer-journee.
           PERFORM VARYING WS-JR-IDX FROM 2 BY 1
                       UNTIL WS-JR-IDX > WS-JR-COUNT
               PERFORM para-comparer-entree
           END-PERFORM.

       para-comparer-entree.
           MOVE 'N' TO WS-PAIRE-SIGNALEE.
           PERFORM VARYING WS-JR-IDX2 FROM 1 BY 1
                       UNTIL WS-JR-IDX2 NOT < WS-JR-IDX
                       OR WS-PAIRE-SIGNALEE = 'Y'
               COMPUTE WS-ECART = WS-JR-SECONDES(WS-JR-IDX)
                   - WS-JR-SECONDES(WS-JR-IDX2)
               IF WS-JR-OPERATEUR(WS-JR-IDX2)
                       = WS-JR-OPERATEUR(WS-JR-IDX)
                   AND WS-JR-GAINS(WS-JR-IDX2) = WS-JR-GAINS(WS-JR-IDX)
                   AND WS-JR-PERTES(WS-JR-IDX2)
                       = WS-JR-PERTES(WS-JR-IDX)
                   AND WS-JR-CATEGORIE(WS-JR-IDX2)
                       = WS-JR-CATEGORIE(WS-JR-IDX)
                   AND WS-ECART <= WS-ECART-MAX
                   AND (WS-JR-GAINS(WS-JR-IDX) > ZERO
                       OR WS-JR-PERTES(WS-JR-IDX) > ZERO)
                   PERFORM para-signaler-paire
               END-IF
           END-PERFORM.

       para-signaler-paire.
           MOVE WS-JR-OPERATEUR(WS-JR-IDX) TO WS-P-OPERATEUR.
           MOVE WS-JR-SEQUENCE(WS-JR-IDX2) TO WS-P-SEQ1.
           MOVE WS-CUR-DATE             TO WS-P-DATE.
           MOVE WS-JR-TIME(WS-JR-IDX2)  TO WS-P-TIME1.
           MOVE WS-JR-SEQUENCE(WS-JR-IDX) TO WS-P-SEQ2.
           MOVE WS-CUR-DATE             TO WS-P-DATE2.
           MOVE WS-JR-TIME(WS-JR-IDX)   TO WS-P-TIME2.
           MOVE WS-JR-GAINS(WS-JR-IDX)  TO WS-P-GAINS.
           MOVE WS-JR-PERTES(WS-JR-IDX) TO WS-P-PERTES.
           MOVE WS-JR-CATEGORIE(WS-JR-IDX) TO WS-P-CATEGORIE.
           DISPLAY WS-PAIRE-LINE.

           ADD 1 TO WS-NB-PAIRES.
           ADD WS-JR-GAINS(WS-JR-IDX)  TO WS-SURESTIME.
           ADD WS-JR-PERTES(WS-JR-IDX) TO WS-SURESTIME.
           MOVE 'Y' TO WS-PAIRE-SIGNALEE.

      * A line of a split receipt already in the table
      * adds to its receipt's entry instead of opening a
      * new one; the entry is named by the document
      * reference, which is the first line's sequence.
       para-retenir-entree.
           MOVE LEDGER-TIME TO WS-HEURE.
           COMPUTE WS-SECONDES =
               WS-HEURE-HH * 3600 + WS-HEURE-MM * 60 + WS-HEURE-SS.

           MOVE 1 TO WS-JR-IDX.
           IF LEDGER-DOCUMENT NOT = ZEROS
               PERFORM UNTIL WS-JR-IDX > WS-JR-COUNT
                       OR WS-JR-DOCUMENT(WS-JR-IDX) = LEDGER-DOCUMENT
                   ADD 1 TO WS-JR-IDX
               END-PERFORM
           ELSE
               MOVE WS-JR-COUNT TO WS-JR-IDX
               ADD 1 TO WS-JR-IDX
           END-IF.

           IF WS-JR-IDX NOT > WS-JR-COUNT
               ADD LEDGER-GAINS  TO WS-JR-GAINS(WS-JR-IDX)
               ADD LEDGER-PERTES TO WS-JR-PERTES(WS-JR-IDX)
               IF LEDGER-CATEGORIE NOT = WS-JR-CATEGORIE(WS-JR-IDX)
                   MOVE 'VENT' TO WS-JR-CATEGORIE(WS-JR-IDX)
               END-IF
           ELSE
               IF WS-JR-COUNT < 200
                   ADD 1 TO WS-JR-COUNT
                   MOVE LEDGER-SEQUENCE
                       TO WS-JR-SEQUENCE(WS-JR-COUNT)
                   IF LEDGER-DOCUMENT NOT = ZEROS
                       MOVE LEDGER-DOCUMENT
                           TO WS-JR-SEQUENCE(WS-JR-COUNT)
                   END-IF
                   MOVE LEDGER-TIME      TO WS-JR-TIME(WS-JR-COUNT)
                   MOVE WS-SECONDES      TO WS-JR-SECONDES(WS-JR-COUNT)
                   MOVE LEDGER-OPERATEUR
                       TO WS-JR-OPERATEUR(WS-JR-COUNT)
                   MOVE LEDGER-GAINS     TO WS-JR-GAINS(WS-JR-COUNT)
                   MOVE LEDGER-PERTES    TO WS-JR-PERTES(WS-JR-COUNT)
                   MOVE LEDGER-CATEGORIE
                       TO WS-JR-CATEGORIE(WS-JR-COUNT)
                   MOVE LEDGER-DOCUMENT
                       TO WS-JR-DOCUMENT(WS-JR-COUNT)
               END-IF
           END-IF.
