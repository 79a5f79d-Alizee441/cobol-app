       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcul_Budget_Rapport.

      *****************************************************
      * Daily totals, grand totals and totals by department
      * from the nightly summary (SOMMAIRE-FILE), printed
      * only once Controler_Sommaire has found it in
      * agreement with the ledger; RC 8 otherwise.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SOMMSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY SOMMFD.

       WORKING-STORAGE SECTION.
       77 WS-SOMM-STATUS    PIC XX.
       77 WS-CONTROLE       PIC X VALUE 'N'.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-FIRST-RECORD   PIC X VALUE 'Y'.
       77 WS-LINES-PER-PAGE PIC 9(2) VALUE 20.

       77 WS-CUR-DATE       PIC 9(8).
       77 WS-DAY-GAINS      PIC 9(9)V99 VALUE ZEROS.
       77 WS-DAY-PERTES     PIC 9(9)V99 VALUE ZEROS.
       77 WS-DAY-TOTAL      PIC S9(9)V99 VALUE ZEROS.

       77 WS-GRAND-GAINS    PIC 9(9)V99 VALUE ZEROS.
       77 WS-GRAND-PERTES   PIC 9(9)V99 VALUE ZEROS.
       77 WS-GRAND-TOTAL    PIC S9(9)V99 VALUE ZEROS.

       01 WS-HEADER-LINE.
           05 FILLER            PIC X(10) VALUE 'DATE'.
           05 FILLER            PIC X(15) VALUE 'GAINS'.
           05 FILLER            PIC X(15) VALUE 'PERTES'.
           05 FILLER            PIC X(12) VALUE 'TOTAL'.

       01 WS-DETAIL-LINE.
           05 WS-D-DATE          PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-GAINS         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-D-PERTES        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-D-TOTAL         PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-DP-TABLE.
           05 WS-DP-ENTRY OCCURS 20 TIMES.
               10 WS-DP-CODE        PIC X(3).
               10 WS-DP-GAINS       PIC 9(9)V99.
               10 WS-DP-PERTES      PIC 9(9)V99.
       77 WS-DP-COUNT        PIC 99 VALUE ZEROS.
       77 WS-DP-IDX          PIC 99.
       77 WS-DP-TOTAL        PIC S9(9)V99 VALUE ZEROS.

       01 WS-DEPT-LINE.
           05 WS-DPL-CODE        PIC X(3).
           05 FILLER             PIC X(7)  VALUE SPACES.
           05 WS-DPL-GAINS       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-DPL-PERTES      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-DPL-TOTAL       PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-GRAND-LINE.
           05 FILLER             PIC X(20) VALUE 'GRAND TOTALS'.
           05 WS-G-GAINS         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-G-PERTES        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-G-TOTAL         PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       para-principale.
           CALL 'Controler_Sommaire' USING WS-CONTROLE.
           IF WS-CONTROLE = 'N'
               DISPLAY "SOMMAIRE NON CONFORME - RAPPORT NON IMPRIME."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CONTROLE NOT = 'O'
               DISPLAY "AUCUNE DONNEE DE BUDGET A RAPPORTER."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SOMMAIRE-FILE.
           IF WS-SOMM-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

           PERFORM para-imprimer-entete.
           PERFORM para-lire-sommaire.

           PERFORM UNTIL WS-EOF
               IF WS-IS-FIRST
                   MOVE SOMM-DATE TO WS-CUR-DATE
                   MOVE 'N' TO WS-FIRST-RECORD
               END-IF

               IF SOMM-DATE NOT = WS-CUR-DATE
                   PERFORM para-imprimer-jour
                   MOVE SOMM-DATE TO WS-CUR-DATE
                   MOVE ZEROS TO WS-DAY-GAINS WS-DAY-PERTES WS-DAY-TOTAL
               END-IF

               ADD SOMM-GAINS  TO WS-DAY-GAINS
               ADD SOMM-PERTES TO WS-DAY-PERTES
               ADD SOMM-GAINS  TO WS-GRAND-GAINS
               ADD SOMM-PERTES TO WS-GRAND-PERTES
               PERFORM para-cumuler-departement

               PERFORM para-lire-sommaire
           END-PERFORM.

           IF WS-FIRST-RECORD = 'N'
           PERFORM para-imprimer-grand-total.
           PERFORM para-imprimer-departements.

           IF WS-SOMM-STATUS NOT = "35"
               CLOSE SOMMAIRE-FILE
           END-IF.
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

       para-imprimer-entete.
           IF WS-LINE-COUNT > 0
               DISPLAY SPACES
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

       para-imprimer-departements.
