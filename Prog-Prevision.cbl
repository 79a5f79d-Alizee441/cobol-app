
      *****************************************************
      * Cash-flow forecast: from the BUDGSOLDE opening
      * balance and the month-to-date gains/pertes in the
      * nightly summary (SOMMAIRE-FILE, checked against the
      * ledger by Controler_Sommaire first - RC 8 and no
      * forecast when it disagrees), computes the daily
      * run rate, projects
      * the balance day by day to the last day of the month
      * and prints the first date on which the total would
      * breach PARM-SEUIL-ALERTE - so spending can slow
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SOMMSEL.
           COPY PARMSEL.
           COPY NUITSEL.
           SELECT BUDGET-SOLDE

       DATA DIVISION.
       FILE SECTION.
           COPY SOMMFD.
           COPY PARMFD.
           COPY NUITFD.

       FD  BUDGET-SOLDE.
       01  SOLDE-RECORD.
           05  SOLDE-OUVERTURE      PIC S9(9)V99
               SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       77 WS-SOMM-STATUS    PIC XX.
       77 WS-CONTROLE       PIC X VALUE 'N'.
       77 WS-PARM-STATUS    PIC XX.
       77 WS-SOLDE-STATUS   PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.

       77 WS-SEUIL-ALERTE   PIC S9(6) SIGN LEADING SEPARATE
           VALUE -001000.
       77 WS-SOLDE-OUVERTURE PIC S9(9)V99 SIGN LEADING SEPARATE
           VALUE ZEROS.

       77 WS-MTD-GAINS      PIC 9(9)V99 VALUE ZEROS.
       77 WS-MTD-PERTES     PIC 9(9)V99 VALUE ZEROS.
       77 WS-NB-ENTREES     PIC 9(6) VALUE ZEROS.

       01 WS-AUJOURDHUI.
       77 WS-QUOTIENT       PIC 9(4).
       77 WS-RESTE          PIC 9(4).

       77 WS-TAUX-GAINS     PIC S9(9)V99 VALUE ZEROS.
       77 WS-TAUX-PERTES    PIC S9(9)V99 VALUE ZEROS.
       77 WS-SOLDE-COURANT  PIC S9(9)V99 VALUE ZEROS.
       77 WS-SOLDE-PROJETE  PIC S9(9)V99 VALUE ZEROS.
       77 WS-DATE-ALERTE    PIC 9(8) VALUE ZEROS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.
           MOVE WS-AUJOURDHUI(1:6) TO WS-ANNEE-MOIS.

           CALL 'Controler_Sommaire' USING WS-CONTROLE.
           IF WS-CONTROLE = 'N'
               DISPLAY "SOMMAIRE NON CONFORME - PAS DE PREVISION."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM para-lire-parametres.
           PERFORM para-lire-solde-ouverture.
           PERFORM para-cumuler-mois.
               CLOSE BUDGET-SOLDE
           END-IF.

      * The summary is keyed by date first: the month
      * starts one START away and ends at the first later
      * date.
       para-cumuler-mois.
           IF WS-CONTROLE NOT = 'O'
               DISPLAY "AUCUNE DONNEE DE BUDGET CE MOIS."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT SOMMAIRE-FILE.
           IF WS-SOMM-STATUS NOT = "00"
               DISPLAY "AUCUNE DONNEE DE BUDGET CE MOIS."
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO SOMM-CLE.
           COMPUTE SOMM-DATE = WS-ANNEE-MOIS * 100.
           START SOMMAIRE-FILE KEY NOT < SOMM-CLE
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
               READ SOMMAIRE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF SOMM-DATE(1:6) = WS-ANNEE-MOIS
                           ADD SOMM-GAINS  TO WS-MTD-GAINS
                           ADD SOMM-PERTES TO WS-MTD-PERTES
                           ADD SOMM-NOMBRE TO WS-NB-ENTREES
                       ELSE
                           MOVE 'Y' TO WS-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOMMAIRE-FILE.

      * Thirty days hath September... with the century leap
      * rule folded in for February.
