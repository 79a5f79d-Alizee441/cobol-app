       PROGRAM-ID. Calcul_Budget_Export.

      *****************************************************
      * Reads the nightly summary (SOMMAIRE-FILE) and
      * writes a comma-delimited, quoted CSV (date,
      * department, category, gains, pertes, total) with
      * one per-department subtotal row per department at
      * the end, so the ledger can be FTPed down and opened
      * in a spreadsheet instead of retyped off
      * plg-resultat. Each row totals one summary line (a
      * day's postings by one operator in one category and
      * department); nothing is written unless
      * Controler_Sommaire has found the summary in
      * agreement with the ledger - RC 8 otherwise.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SOMMSEL.
           SELECT CSV-EXPORT
               ASSIGN TO "data/BUDGET.CSV"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
           COPY SOMMFD.

       FD  CSV-EXPORT.
       01  CSV-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-SOMM-STATUS    PIC XX.
       77 WS-CONTROLE       PIC X VALUE 'N'.
       77 WS-CSV-STATUS     PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-NB-LIGNES      PIC 9(6) VALUE ZEROS.
      * Amounts go out with an explicit decimal point so the
      * spreadsheet reads euros and cents without rescaling.
       77 WS-GAINS-EDIT     PIC 9(9).99.
       77 WS-PERTES-EDIT    PIC 9(9).99.
       77 WS-LIGNE-TOTAL    PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-EDIT     PIC +9(9).99.
       77 WS-DP-GAINS-EDIT  PIC 9(9).99.
       77 WS-DP-PERTES-EDIT PIC 9(9).99.

       01 WS-DP-TABLE.
           05 WS-DP-ENTRY OCCURS 20 TIMES.
               10 WS-DP-CODE        PIC X(3).
               10 WS-DP-GAINS       PIC 9(9)V99.
               10 WS-DP-PERTES      PIC 9(9)V99.
       77 WS-DP-COUNT        PIC 99 VALUE ZEROS.
       77 WS-DP-IDX          PIC 99.

       PROCEDURE DIVISION.
       para-principale.
           CALL 'Controler_Sommaire' USING WS-CONTROLE.
           IF WS-CONTROLE = 'N'
               DISPLAY "SOMMAIRE NON CONFORME - PAS D'EXPORT."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CONTROLE NOT = 'O'
               DISPLAY "AUCUNE DONNEE DE BUDGET A EXPORTER."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SOMMAIRE-FILE.
           IF WS-SOMM-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

           OPEN OUTPUT CSV-EXPORT.

           PERFORM para-lire-sommaire.
           PERFORM UNTIL WS-EOF
               PERFORM para-ecrire-ligne-csv
               PERFORM para-cumuler-departement
               PERFORM para-lire-sommaire
           END-PERFORM.

           PERFORM para-ecrire-sous-totaux.

           IF WS-SOMM-STATUS NOT = "35"
               CLOSE SOMMAIRE-FILE
           END-IF.
           CLOSE CSV-EXPORT.

           DISPLAY "EXPORT CSV TERMINE - LIGNES ECRITES : "

           GOBACK.

       para-lire-sommaire.
           IF WS-EOF
               EXIT PARAGRAPH
           END-IF.
           READ SOMMAIRE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.

       para-ecrire-ligne-csv.
           MOVE SOMM-GAINS  TO WS-GAINS-EDIT.
           MOVE SOMM-PERTES TO WS-PERTES-EDIT.
           COMPUTE WS-LIGNE-TOTAL = SOMM-GAINS - SOMM-PERTES.
           MOVE WS-LIGNE-TOTAL TO WS-TOTAL-EDIT.

           MOVE SPACES TO CSV-RECORD.
           STRING '"' SOMM-DATE          '",'
                  '"' SOMM-DEPARTEMENT   '",'
                  '"' SOMM-CATEGORIE     '",'
                  '"' WS-GAINS-EDIT      '",'
                  '"' WS-PERTES-EDIT     '",'
                  '"' WS-TOTAL-EDIT      '"'
               DELIMITED BY SIZE
               INTO CSV-RECORD
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

      * One subtotal row per department at the end of the
