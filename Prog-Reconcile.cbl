      * CALCBUD-side postings here), since these programs
      * run independently with no shared file other than
      * BUDGET-LEDGER to catch drift.
      *
      * Reads the nightly summary (SOMMAIRE-FILE) rather
      * than the ledger itself, once Controler_Sommaire has
      * found it in agreement with the ledger; RC 8 and no
      * report when it is not.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SOMMSEL.
           COPY NUITSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY SOMMFD.
           COPY NUITFD.

       WORKING-STORAGE SECTION.
       77 WS-SOMM-STATUS    PIC XX.
       77 WS-CONTROLE       PIC X VALUE 'N'.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-FIRST-RECORD   PIC X VALUE 'Y'.
           88 WS-IS-FIRST   VALUE 'Y'.
       77 WS-CUR-DATE       PIC 9(8).

       77 WS-JOUR-GAINS     PIC S9(9)V99 VALUE ZEROS.
       77 WS-JOUR-PERTES    PIC S9(9)V99 VALUE ZEROS.
       77 WS-JOUR-CALCBUD   PIC S9(9)V99 VALUE ZEROS.
       77 WS-JOUR-ECART     PIC S9(9)V99 VALUE ZEROS.

       77 WS-NB-ANOMALIES   PIC 9(4) VALUE ZEROS.
       77 WS-NUIT-STATUS    PIC XX.
       01 WS-DP-TABLE.
           05 WS-DP-ENTRY OCCURS 20 TIMES.
               10 WS-DP-CODE        PIC X(3).
               10 WS-DP-GAINS       PIC 9(9)V99.
               10 WS-DP-PERTES      PIC 9(9)V99.
       77 WS-DP-COUNT        PIC 99 VALUE ZEROS.
       77 WS-DP-IDX          PIC 99.

       01 WS-DEPT-LINE.
           05 WS-DPL-CODE        PIC X(3).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-DPL-GAINS       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-DPL-PERTES      PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-DETAIL-LINE.
           05 WS-D-DATE          PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-GAINS         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-PERTES        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-CALCBUD       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-STATUT        PIC X(9).

       PROCEDURE DIVISION.
       para-principale.
           CALL 'Controler_Sommaire' USING WS-CONTROLE.
           IF WS-CONTROLE = 'N'
               DISPLAY "SOMMAIRE NON CONFORME - PAS DE RECONCILIATION."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CONTROLE NOT = 'O'
               DISPLAY "AUCUNE DONNEE DE BUDGET A RECONCILIER."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SOMMAIRE-FILE.
           IF WS-SOMM-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

           DISPLAY "RECONCILIATION QUOTIDIENNE DU BUDGET".
           DISPLAY "DATE                GAINS           PERTES"
               "          CALCBUD  STATUT".

           PERFORM para-lire-sommaire.

           PERFORM UNTIL WS-EOF
               IF WS-IS-FIRST
                   MOVE SOMM-DATE TO WS-CUR-DATE
                   MOVE 'N' TO WS-FIRST-RECORD
               END-IF

               IF SOMM-DATE NOT = WS-CUR-DATE
                   PERFORM para-verifier-jour
                   MOVE SOMM-DATE TO WS-CUR-DATE
                   MOVE ZEROS TO WS-JOUR-GAINS WS-JOUR-PERTES
                       WS-JOUR-CALCBUD
               END-IF

               PERFORM para-cumuler-departement

               EVALUATE SOMM-PROGRAMME
                   WHEN 'GAINS'
                       ADD SOMM-GAINS TO WS-JOUR-GAINS
                   WHEN 'PERTES'
                       ADD SOMM-PERTES TO WS-JOUR-PERTES
                   WHEN 'CALCBUD'
                       ADD SOMM-GAINS TO WS-JOUR-CALCBUD
                       SUBTRACT SOMM-PERTES FROM WS-JOUR-CALCBUD
                   WHEN 'CALCBLOT'
                       ADD SOMM-GAINS TO WS-JOUR-CALCBUD
                       SUBTRACT SOMM-PERTES FROM WS-JOUR-CALCBUD
               END-EVALUATE

               PERFORM para-lire-sommaire
           END-PERFORM.

           IF WS-FIRST-RECORD = 'N'
               PERFORM para-verifier-jour
           END-IF.

           IF WS-SOMM-STATUS NOT = "35"
               CLOSE SOMMAIRE-FILE
           END-IF.

           DISPLAY SPACES.
           DISPLAY "TOTAUX PAR DEPARTEMENT".

           GOBACK.

      * The summary key starts with the accounting date, so
      * a plain sequential read gives the day grouping below.
       para-lire-sommaire.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           READ SOMMAIRE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       para-verifier-jour.
           COMPUTE WS-JOUR-ECART =
               WS-JOUR-GAINS - WS-JOUR-PERTES - WS-JOUR-CALCBUD.
           MOVE 1 TO WS-DP-IDX.
           PERFORM UNTIL WS-DP-IDX > WS-DP-COUNT
                       OR WS-DP-CODE(WS-DP-IDX)
                           = SOMM-DEPARTEMENT
               ADD 1 TO WS-DP-IDX
           END-PERFORM.
           IF WS-DP-IDX > WS-DP-COUNT AND WS-DP-COUNT < 20
               ADD 1 TO WS-DP-COUNT
               MOVE WS-DP-COUNT TO WS-DP-IDX
               MOVE SOMM-DEPARTEMENT TO WS-DP-CODE(WS-DP-IDX)
               MOVE ZEROS TO WS-DP-GAINS(WS-DP-IDX)
               MOVE ZEROS TO WS-DP-PERTES(WS-DP-IDX)
           END-IF.
           IF WS-DP-IDX NOT > WS-DP-COUNT
               ADD SOMM-GAINS  TO WS-DP-GAINS(WS-DP-IDX)
               ADD SOMM-PERTES TO WS-DP-PERTES(WS-DP-IDX)
           END-IF.

       para-ecrire-stats-nuit.
