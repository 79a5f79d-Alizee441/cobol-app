
      *****************************************************
      * ASCII trend chart: one bar of '*' for gains and one
      * for pertes per day, read from the nightly summary
      * (SOMMAIRE-FILE) once Controler_Sommaire has found
      * it in agreement with the ledger; RC 8 otherwise.
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
           88 WS-IS-FIRST   VALUE 'Y'.

       77 WS-CUR-DATE       PIC 9(8).
       77 WS-DAY-GAINS      PIC 9(9)V99 VALUE ZEROS.
       77 WS-DAY-PERTES     PIC 9(9)V99 VALUE ZEROS.

       77 WS-ECHELLE        PIC 9(5) VALUE 1000.
       77 WS-NB-ETOILES     PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       para-principale.
           CALL 'Controler_Sommaire' USING WS-CONTROLE.
           IF WS-CONTROLE = 'N'
               DISPLAY "SOMMAIRE NON CONFORME - PAS DE GRAPHIQUE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CONTROLE NOT = 'O'
               DISPLAY "AUCUNE DONNEE DE BUDGET A TRACER."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SOMMAIRE-FILE.
           IF WS-SOMM-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

           DISPLAY "TENDANCE GAINS (G) / PERTES (P) - 1 * = "
               WS-ECHELLE.
           DISPLAY SPACES.

           PERFORM para-lire-sommaire.

           PERFORM UNTIL WS-EOF
               IF WS-IS-FIRST
                   MOVE SOMM-DATE TO WS-CUR-DATE
                   MOVE 'N' TO WS-FIRST-RECORD
               END-IF

               IF SOMM-DATE NOT = WS-CUR-DATE
                   PERFORM para-tracer-jour
                   MOVE SOMM-DATE TO WS-CUR-DATE
                   MOVE ZEROS TO WS-DAY-GAINS WS-DAY-PERTES
               END-IF

               ADD SOMM-GAINS  TO WS-DAY-GAINS
               ADD SOMM-PERTES TO WS-DAY-PERTES

               PERFORM para-lire-sommaire
           END-PERFORM.

           IF WS-FIRST-RECORD = 'N'
               PERFORM para-tracer-jour
           END-IF.

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

       para-tracer-jour.
           DISPLAY WS-CUR-DATE " G " WS-DAY-GAINS.
           DIVIDE WS-DAY-GAINS BY WS-ECHELLE GIVING WS-NB-ETOILES.
