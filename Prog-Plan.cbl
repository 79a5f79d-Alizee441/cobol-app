       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcul_Budget_Plan.

      *****************************************************
      * Plan-versus-actual report, year to date: for each
      * department and category of the annual plan (PLAN-
      * FILE, maintained by Gestion_Plan) the plan, the
      * actual and the variance of the month and of the
      * year to date, the full-year plan and a full-year
      * projection - the actual to date plus the plan of
      * the months still to come.
      *
      * SYSIN: the period (AAAAMM, blank = the open period).
      * Actuals come, as in Calcul_Budget_Balance, from the
      * closed months on YEAR-LEDGER and from BUDGET-LEDGER
      * for the months not yet closed, every posting of the
      * year up to the period counted once wherever it
      * lives. An actual is net spend: pertes less gains, so
      * a contra entry cancels what it corrects. Variance is
      * plan less actual - negative means over plan.
      *
      * Spend with no plan line still prints, at plan zero;
      * postings with no department print under SANS. Each
      * department gets a subtotal, then the grand total.
      * RC 4 when no plan exists for the year.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LEDGSEL.
           COPY YEARSEL.
           COPY PLANSEL.
           COPY PERIOSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY LEDGFD.
           COPY YEARFD.
           COPY PLANFD.
           COPY PERIOFD.

       WORKING-STORAGE SECTION.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-YEAR-STATUS    PIC XX.
       77 WS-PLAN-STATUS    PIC XX.
       77 WS-PERIO-STATUS   PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-PERIODE-SAISIE PIC X(6) VALUE SPACES.
       77 WS-PERIODE        PIC 9(6) VALUE ZEROS.
       77 WS-AN             PIC 9(4) VALUE ZEROS.
       77 WS-MOIS           PIC 99 VALUE ZEROS.
       77 WS-MOIS-IDX       PIC 99.
       77 WS-NB-LIGNES-PLAN PIC 9(4) VALUE ZEROS.
       77 WS-NB-DEPASSES    PIC 9(4) VALUE ZEROS.
       77 WS-NB-SURCHARGE   PIC 9(6) VALUE ZEROS.
       77 WS-DEPT-COURANT   PIC X(3) VALUE SPACES.
       77 WS-DEPARTEMENT    PIC X(3) VALUE SPACES.
       77 WS-CATEGORIE      PIC X(4) VALUE SPACES.

      * A posting of the year, from either file.
       01 WS-POSTE.
           05 WS-P-DATE          PIC 9(8).
           05 WS-P-DATE-R REDEFINES WS-P-DATE.
               10 WS-P-AN            PIC 9(4).
               10 WS-P-MOIS          PIC 99.
               10 WS-P-JOUR          PIC 99.
           05 WS-P-DEPARTEMENT   PIC X(3).
           05 WS-P-CATEGORIE     PIC X(4).
           05 WS-P-GAINS         PIC 9(7)V99.
           05 WS-P-PERTES        PIC 9(7)V99.

      * One line per department / category, kept in that
      * order.
       01 WS-PL-TABLE.
           05 WS-PL-ENTRY OCCURS 300 TIMES.
               10 WS-PL-DEPARTEMENT PIC X(3).
               10 WS-PL-CATEGORIE   PIC X(4).
               10 WS-PL-PLAN-MOIS   PIC S9(9)V99.
               10 WS-PL-PLAN-CUMUL  PIC S9(9)V99.
               10 WS-PL-PLAN-RESTE  PIC S9(9)V99.
               10 WS-PL-REEL-MOIS   PIC S9(9)V99.
               10 WS-PL-REEL-CUMUL  PIC S9(9)V99.
       77 WS-PL-COUNT        PIC 9(3) VALUE ZEROS.
       77 WS-PL-IDX          PIC 9(3).
       77 WS-PL-POS          PIC 9(3).

      * Totals of a department, then of the report.
       01 WS-TOTAUX.
           05 WS-TOT-GROUPE OCCURS 2 TIMES.
               10 WS-TG-PLAN-MOIS   PIC S9(9)V99.
               10 WS-TG-PLAN-CUMUL  PIC S9(9)V99.
               10 WS-TG-PLAN-RESTE  PIC S9(9)V99.
               10 WS-TG-REEL-MOIS   PIC S9(9)V99.
               10 WS-TG-REEL-CUMUL  PIC S9(9)V99.
       77 WS-TG-IDX          PIC 9.

       01 WS-LIGNE-CALCUL.
           05 WS-LC-PLAN-MOIS    PIC S9(9)V99.
           05 WS-LC-PLAN-CUMUL   PIC S9(9)V99.
           05 WS-LC-PLAN-RESTE   PIC S9(9)V99.
           05 WS-LC-REEL-MOIS    PIC S9(9)V99.
           05 WS-LC-REEL-CUMUL   PIC S9(9)V99.

       01 WS-DETAIL-LINE.
           05 WS-D-DEPARTEMENT   PIC X(4).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-CATEGORIE     PIC X(5).
           05 WS-D-PLAN-MOIS     PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-REEL-MOIS     PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-ECART-MOIS    PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-PLAN-CUMUL    PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-REEL-CUMUL    PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-ECART-CUMUL   PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-PLAN-ANNEE    PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-PROJECTION    PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       para-principale.
           DISPLAY "PERIODE (AAAAMM, BLANC = PERIODE OUVERTE) ?".
           ACCEPT WS-PERIODE-SAISIE.
           IF WS-PERIODE-SAISIE = SPACES
               PERFORM para-lire-periode
           ELSE
               IF WS-PERIODE-SAISIE NOT NUMERIC
                   DISPLAY "PERIODE INVALIDE : " WS-PERIODE-SAISIE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE
           END-IF.
           MOVE WS-PERIODE(1:4) TO WS-AN.
           MOVE WS-PERIODE(5:2) TO WS-MOIS.
           IF WS-MOIS < 1 OR WS-MOIS > 12
               DISPLAY "PERIODE INVALIDE : " WS-PERIODE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM para-charger-plan.
           PERFORM para-cumuler-archive.
           PERFORM para-cumuler-ledger.

           DISPLAY "PLAN / REALISE PAR DEPARTEMENT ET CATEGORIE - "
               "PERIODE " WS-PERIODE.
           DISPLAY "          ------------------- MOIS -------------"
               "------ --------------- CUMUL ANNUEL ------------"
               "--- ------- ANNEE COMPLETE ------".
           DISPLAY "DEPT CAT            PLAN           REEL     "
               "     ECART           PLAN           REEL     "
               "     ECART     PLAN ANNEE     PROJECTION".

           INITIALIZE WS-TOTAUX.
           MOVE SPACES TO WS-DEPT-COURANT.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                       UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-IDX > 1 AND
                   WS-PL-DEPARTEMENT(WS-PL-IDX) NOT = WS-DEPT-COURANT
                   PERFORM para-imprimer-sous-total
               END-IF
               MOVE WS-PL-DEPARTEMENT(WS-PL-IDX) TO WS-DEPT-COURANT
               PERFORM para-imprimer-ligne
           END-PERFORM.
           IF WS-PL-COUNT > ZERO
               PERFORM para-imprimer-sous-total
           END-IF.

           DISPLAY " ".
           MOVE 2 TO WS-TG-IDX.
           PERFORM para-charger-total.
           MOVE 'TOUS' TO WS-D-DEPARTEMENT.
           MOVE 'TOTAL' TO WS-D-CATEGORIE.
           PERFORM para-editer-ligne.

           DISPLAY " ".
           DISPLAY "LIGNES AU PLAN " WS-AN "        : "
               WS-NB-LIGNES-PLAN.
           DISPLAY "LIGNES AU-DELA DU PLAN CUMULE : " WS-NB-DEPASSES.
           IF WS-NB-SURCHARGE > ZERO
               DISPLAY "ATTENTION : PLUS DE 300 LIGNES - "
                   WS-NB-SURCHARGE " ECRITURES OU LIGNES NON REPRISES."
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-NB-LIGNES-PLAN = ZERO
               DISPLAY "AUCUN PLAN SAISI POUR " WS-AN
                   " - REALISE SEUL."
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       para-lire-periode.
           MOVE ZEROS TO WS-PERIODE.
           OPEN INPUT PERIODE-FILE.
           IF WS-PERIO-STATUS = "00"
               READ PERIODE-FILE
                   NOT AT END MOVE PERIO-OUVERTE TO WS-PERIODE
               END-READ
               CLOSE PERIODE-FILE
           END-IF.
           IF WS-PERIODE = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODE
           END-IF.

      * The year's plan reads back in key order, so the
      * table starts out sorted.
       para-charger-plan.
           MOVE ZEROS TO WS-PL-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PLAN-FILE.
           IF WS-PLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO PLAN-CLE.
           MOVE WS-AN TO PLAN-ANNEE.
           START PLAN-FILE KEY NOT < PLAN-CLE
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
               READ PLAN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF PLAN-ANNEE NOT = WS-AN
                           MOVE 'Y' TO WS-EOF-SWITCH
                       ELSE
                           PERFORM para-charger-ligne-plan
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PLAN-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-charger-ligne-plan.
           ADD 1 TO WS-NB-LIGNES-PLAN.
           MOVE PLAN-DEPARTEMENT TO WS-DEPARTEMENT.
           MOVE PLAN-CATEGORIE   TO WS-CATEGORIE.
           PERFORM para-trouver-ligne.
           IF WS-PL-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                   UNTIL WS-MOIS-IDX > 12
               IF WS-MOIS-IDX = WS-MOIS
                   ADD PLAN-MOIS(WS-MOIS-IDX)
                       TO WS-PL-PLAN-MOIS(WS-PL-IDX)
               END-IF
               IF WS-MOIS-IDX > WS-MOIS
                   ADD PLAN-MOIS(WS-MOIS-IDX)
                       TO WS-PL-PLAN-RESTE(WS-PL-IDX)
               ELSE
                   ADD PLAN-MOIS(WS-MOIS-IDX)
                       TO WS-PL-PLAN-CUMUL(WS-PL-IDX)
               END-IF
           END-PERFORM.

      * Finds the line of WS-DEPARTEMENT / WS-CATEGORIE,
      * inserting it in order when new; WS-PL-IDX is zero
      * when the table is full.
       para-trouver-ligne.
           MOVE 1 TO WS-PL-POS.
           PERFORM UNTIL WS-PL-POS > WS-PL-COUNT
                   OR WS-PL-DEPARTEMENT(WS-PL-POS) > WS-DEPARTEMENT
                   OR (WS-PL-DEPARTEMENT(WS-PL-POS) = WS-DEPARTEMENT
                   AND WS-PL-CATEGORIE(WS-PL-POS) >= WS-CATEGORIE)
               ADD 1 TO WS-PL-POS
           END-PERFORM.
           IF WS-PL-POS NOT > WS-PL-COUNT
               IF WS-PL-DEPARTEMENT(WS-PL-POS) = WS-DEPARTEMENT
                   AND WS-PL-CATEGORIE(WS-PL-POS) = WS-CATEGORIE
                   MOVE WS-PL-POS TO WS-PL-IDX
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-PL-COUNT = 300
               ADD 1 TO WS-NB-SURCHARGE
               MOVE ZERO TO WS-PL-IDX
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PL-COUNT TO WS-PL-IDX.
           PERFORM UNTIL WS-PL-IDX < WS-PL-POS
               MOVE WS-PL-ENTRY(WS-PL-IDX)
                   TO WS-PL-ENTRY(WS-PL-IDX + 1)
               SUBTRACT 1 FROM WS-PL-IDX
           END-PERFORM.
           ADD 1 TO WS-PL-COUNT.
           MOVE WS-PL-POS TO WS-PL-IDX.
           MOVE WS-DEPARTEMENT TO WS-PL-DEPARTEMENT(WS-PL-IDX).
           MOVE WS-CATEGORIE   TO WS-PL-CATEGORIE(WS-PL-IDX).
           MOVE ZEROS TO WS-PL-PLAN-MOIS(WS-PL-IDX)
               WS-PL-PLAN-CUMUL(WS-PL-IDX) WS-PL-PLAN-RESTE(WS-PL-IDX)
               WS-PL-REEL-MOIS(WS-PL-IDX) WS-PL-REEL-CUMUL(WS-PL-IDX).

       para-cumuler-archive.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT YEAR-LEDGER.
           IF WS-YEAR-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ YEAR-LEDGER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE YEAR-DATE        TO WS-P-DATE
                           MOVE YEAR-DEPARTEMENT TO WS-P-DEPARTEMENT
                           MOVE YEAR-CATEGORIE   TO WS-P-CATEGORIE
                           MOVE YEAR-GAINS       TO WS-P-GAINS
                           MOVE YEAR-PERTES      TO WS-P-PERTES
                           PERFORM para-cumuler-poste
                   END-READ
               END-PERFORM
               CLOSE YEAR-LEDGER
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-cumuler-ledger.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT BUDGET-LEDGER.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ BUDGET-LEDGER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE LEDGER-DATE        TO WS-P-DATE
                           MOVE LEDGER-DEPARTEMENT TO WS-P-DEPARTEMENT
                           MOVE LEDGER-CATEGORIE   TO WS-P-CATEGORIE
                           MOVE LEDGER-GAINS       TO WS-P-GAINS
                           MOVE LEDGER-PERTES      TO WS-P-PERTES
                           PERFORM para-cumuler-poste
                   END-READ
               END-PERFORM
               CLOSE BUDGET-LEDGER
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-cumuler-poste.
           IF WS-P-AN NOT = WS-AN OR WS-P-MOIS > WS-MOIS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-P-DEPARTEMENT TO WS-DEPARTEMENT.
           MOVE WS-P-CATEGORIE   TO WS-CATEGORIE.
           PERFORM para-trouver-ligne.
           IF WS-PL-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD WS-P-PERTES TO WS-PL-REEL-CUMUL(WS-PL-IDX).
           SUBTRACT WS-P-GAINS FROM WS-PL-REEL-CUMUL(WS-PL-IDX).
           IF WS-P-MOIS = WS-MOIS
               ADD WS-P-PERTES TO WS-PL-REEL-MOIS(WS-PL-IDX)
               SUBTRACT WS-P-GAINS FROM WS-PL-REEL-MOIS(WS-PL-IDX)
           END-IF.

       para-imprimer-ligne.
           MOVE WS-PL-PLAN-MOIS(WS-PL-IDX)  TO WS-LC-PLAN-MOIS.
           MOVE WS-PL-PLAN-CUMUL(WS-PL-IDX) TO WS-LC-PLAN-CUMUL.
           MOVE WS-PL-PLAN-RESTE(WS-PL-IDX) TO WS-LC-PLAN-RESTE.
           MOVE WS-PL-REEL-MOIS(WS-PL-IDX)  TO WS-LC-REEL-MOIS.
           MOVE WS-PL-REEL-CUMUL(WS-PL-IDX) TO WS-LC-REEL-CUMUL.
           IF WS-LC-REEL-CUMUL > WS-LC-PLAN-CUMUL
               ADD 1 TO WS-NB-DEPASSES
           END-IF.
           IF WS-PL-DEPARTEMENT(WS-PL-IDX) = SPACES
               MOVE 'SANS' TO WS-D-DEPARTEMENT
           ELSE
               MOVE WS-PL-DEPARTEMENT(WS-PL-IDX) TO WS-D-DEPARTEMENT
           END-IF.
           MOVE WS-PL-CATEGORIE(WS-PL-IDX) TO WS-D-CATEGORIE.
           PERFORM para-editer-ligne.

           PERFORM VARYING WS-TG-IDX FROM 1 BY 1 UNTIL WS-TG-IDX > 2
               ADD WS-LC-PLAN-MOIS  TO WS-TG-PLAN-MOIS(WS-TG-IDX)
               ADD WS-LC-PLAN-CUMUL TO WS-TG-PLAN-CUMUL(WS-TG-IDX)
               ADD WS-LC-PLAN-RESTE TO WS-TG-PLAN-RESTE(WS-TG-IDX)
               ADD WS-LC-REEL-MOIS  TO WS-TG-REEL-MOIS(WS-TG-IDX)
               ADD WS-LC-REEL-CUMUL TO WS-TG-REEL-CUMUL(WS-TG-IDX)
           END-PERFORM.

       para-imprimer-sous-total.
           MOVE 1 TO WS-TG-IDX.
           PERFORM para-charger-total.
           MOVE SPACES TO WS-D-DEPARTEMENT.
           MOVE 'TOTAL' TO WS-D-CATEGORIE.
           PERFORM para-editer-ligne.
           DISPLAY " ".
           INITIALIZE WS-TOT-GROUPE(1).

       para-charger-total.
           MOVE WS-TG-PLAN-MOIS(WS-TG-IDX)  TO WS-LC-PLAN-MOIS.
           MOVE WS-TG-PLAN-CUMUL(WS-TG-IDX) TO WS-LC-PLAN-CUMUL.
           MOVE WS-TG-PLAN-RESTE(WS-TG-IDX) TO WS-LC-PLAN-RESTE.
           MOVE WS-TG-REEL-MOIS(WS-TG-IDX)  TO WS-LC-REEL-MOIS.
           MOVE WS-TG-REEL-CUMUL(WS-TG-IDX) TO WS-LC-REEL-CUMUL.

      * Edits WS-LIGNE-CALCUL into the detail line: the
      * variances, the full-year plan and the projection
      * are derived here.
       para-editer-ligne.
           MOVE WS-LC-PLAN-MOIS  TO WS-D-PLAN-MOIS.
           MOVE WS-LC-REEL-MOIS  TO WS-D-REEL-MOIS.
           COMPUTE WS-D-ECART-MOIS = WS-LC-PLAN-MOIS - WS-LC-REEL-MOIS.
           MOVE WS-LC-PLAN-CUMUL TO WS-D-PLAN-CUMUL.
           MOVE WS-LC-REEL-CUMUL TO WS-D-REEL-CUMUL.
           COMPUTE WS-D-ECART-CUMUL =
               WS-LC-PLAN-CUMUL - WS-LC-REEL-CUMUL.
           COMPUTE WS-D-PLAN-ANNEE =
               WS-LC-PLAN-CUMUL + WS-LC-PLAN-RESTE.
           COMPUTE WS-D-PROJECTION =
               WS-LC-REEL-CUMUL + WS-LC-PLAN-RESTE.
           DISPLAY WS-DETAIL-LINE.
