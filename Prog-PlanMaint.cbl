       IDENTIFICATION DIVISION.
       PROGRAM-ID. Gestion_Plan.

      *****************************************************
      * Maintenance of the annual budget plan (PLAN-FILE):
      * one line per year, department and category, with
      * the amount planned for each month. A line keyed is
      * read back with its twelve amounts for change, then
      * stored, deleted or left as it was; the department
      * must be known to DEPT-FILE and the category to
      * CATEG-FILE.
      *
      * The copy function seeds a year's plan from the
      * previous year's actuals: the closed months of
      * YEAR-LEDGER and whatever of that year is still on
      * BUDGET-LEDGER, summed by department, category and
      * month as net spend (pertes less gains, so contra
      * entries cancel what they correct; a month netting
      * below zero is planned at zero). Lines already in
      * the plan are only replaced when the operator says
      * so. Postings with no department cannot be planned
      * and are counted apart.
      *
      * Every line stored, deleted or copied is journalled
      * through Journal_Audit under the programme code PLAN
      * with the line's annual total.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PLANSEL.
           COPY LEDGSEL.
           COPY YEARSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY PLANFD.
           COPY LEDGFD.
           COPY YEARFD.

       WORKING-STORAGE SECTION.
       77 WS-PLAN-STATUS    PIC XX.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-YEAR-STATUS    PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-OPERATEUR      PIC X(8) VALUE SPACES.
       77 WS-PIN            PIC X(4) VALUE SPACES.
       77 WS-AUTORISE       PIC X VALUE 'N'.
           88 WS-CONNECTE   VALUE 'Y'.
       77 WS-PROGRAMME      PIC X(8) VALUE 'PLAN'.
       77 WS-MONTANT-AUDIT  PIC 9(7)V99 VALUE ZEROS.
       77 WS-TODAY          PIC 9(8).
       77 WS-FONCTION       PIC X VALUE SPACES.
           88 WS-FIN-DEMANDEE VALUE 'F'.
       77 WS-ACTION         PIC X VALUE SPACES.
       77 WS-REMPLACER      PIC X VALUE 'N'.
       77 WS-ANNEE          PIC 9(4) VALUE ZEROS.
       77 WS-ANNEE-SOURCE   PIC 9(4) VALUE ZEROS.
       77 WS-DEPARTEMENT    PIC X(3) VALUE SPACES.
       77 WS-CATEGORIE      PIC X(4) VALUE SPACES.
       77 WS-DEPT-VALIDE    PIC X VALUE 'N'.
       77 WS-CATG-VALIDE    PIC X VALUE 'N'.
       77 WS-CLE-VALIDE     PIC X VALUE 'N'.
       77 WS-EXISTE         PIC X VALUE 'N'.
       77 WS-MOIS-IDX       PIC 99.
       77 WS-TOTAL-LIGNE    PIC 9(9)V99 VALUE ZEROS.
       77 WS-NB-CREES       PIC 9(4) VALUE ZEROS.
       77 WS-NB-REMPLACEES  PIC 9(4) VALUE ZEROS.
       77 WS-NB-CONSERVEES  PIC 9(4) VALUE ZEROS.
       77 WS-NB-SANS-DEPT   PIC 9(6) VALUE ZEROS.
       77 WS-NB-SURCHARGE   PIC 9(6) VALUE ZEROS.

      * The twelve amounts of the line on screen, named one
      * by one for the screen and as a table for the rest.
       01 WS-PLAN-SAISI.
           05 WS-PS-M01          PIC 9(7)V99.
           05 WS-PS-M02          PIC 9(7)V99.
           05 WS-PS-M03          PIC 9(7)V99.
           05 WS-PS-M04          PIC 9(7)V99.
           05 WS-PS-M05          PIC 9(7)V99.
           05 WS-PS-M06          PIC 9(7)V99.
           05 WS-PS-M07          PIC 9(7)V99.
           05 WS-PS-M08          PIC 9(7)V99.
           05 WS-PS-M09          PIC 9(7)V99.
           05 WS-PS-M10          PIC 9(7)V99.
           05 WS-PS-M11          PIC 9(7)V99.
           05 WS-PS-M12          PIC 9(7)V99.
       01 WS-PLAN-SAISI-T REDEFINES WS-PLAN-SAISI.
           05 WS-PS-MOIS         PIC 9(7)V99 OCCURS 12 TIMES.

      * A posting of the source year, from either file.
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

      * Last year's actuals by department and category.
       01 WS-RL-TABLE.
           05 WS-RL-ENTRY OCCURS 300 TIMES.
               10 WS-RL-DEPARTEMENT PIC X(3).
               10 WS-RL-CATEGORIE   PIC X(4).
               10 WS-RL-MOIS        PIC S9(9)V99 OCCURS 12 TIMES.
       77 WS-RL-COUNT        PIC 9(3) VALUE ZEROS.
       77 WS-RL-IDX          PIC 9(3).

       LINKAGE SECTION.
       01 LK-OPERATEUR-MENU PIC X(8).

       SCREEN SECTION.
       1 plg-titre.
           2 BLANK SCREEN.
           2 LINE 2 COL 15 VALUE 'Gestion du plan budgetaire :'.

       1 plg-operateur.
           2 LINE 3 COL 3 VALUE 'Identifiant operateur ?'.
           2 PIC X(8) TO WS-OPERATEUR REQUIRED.
           2 LINE 3 COL 40 VALUE 'PIN ?'.
           2 PIC X(4) TO WS-PIN REQUIRED.

       1 plg-login-refuse.
           2 LINE 3 COL 46 VALUE 'IDENTIFIANT OU PIN INCORRECT'.

       1 plg-fonction.
           2 BLANK SCREEN.
           2 LINE 2 COL 15 VALUE 'Gestion du plan budgetaire :'.
           2 LINE 4 COL 3 VALUE
               'M = ligne du plan, C = copie du realise N-1, F = fin'.
           2 LINE 5 COL 3 VALUE 'Votre choix ?'.
           2 PIC X TO WS-FONCTION REQUIRED.

       1 plg-cle.
           2 LINE 7 COL 3 VALUE 'Annee ?'.
           2 PIC 9(4) TO WS-ANNEE REQUIRED.
           2 LINE 7 COL 18 VALUE 'Departement ?'.
           2 PIC X(3) TO WS-DEPARTEMENT REQUIRED.
           2 LINE 7 COL 38 VALUE 'Categorie ?'.
           2 PIC X(4) TO WS-CATEGORIE REQUIRED.

       1 plg-cle-invalide.
           2 LINE 8 COL 3 VALUE
               'ANNEE, DEPARTEMENT OU CATEGORIE INVALIDE - RESSAISIR.'.

       1 plg-nouvelle.
           2 LINE 8 COL 3 VALUE
               'Nouvelle ligne de plan.                              '.

       1 plg-existante.
           2 LINE 8 COL 3 VALUE
               'Ligne existante - montants actuels affiches.         '.

       1 plg-montants.
           2 LINE 10 COL 3 VALUE 'Janvier   '.
           2 PIC Z(6)9.99 USING WS-PS-M01.
           2 LINE 10 COL 30 VALUE 'Juillet   '.
           2 PIC Z(6)9.99 USING WS-PS-M07.
           2 LINE 11 COL 3 VALUE 'Fevrier   '.
           2 PIC Z(6)9.99 USING WS-PS-M02.
           2 LINE 11 COL 30 VALUE 'Aout      '.
           2 PIC Z(6)9.99 USING WS-PS-M08.
           2 LINE 12 COL 3 VALUE 'Mars      '.
           2 PIC Z(6)9.99 USING WS-PS-M03.
           2 LINE 12 COL 30 VALUE 'Septembre '.
           2 PIC Z(6)9.99 USING WS-PS-M09.
           2 LINE 13 COL 3 VALUE 'Avril     '.
           2 PIC Z(6)9.99 USING WS-PS-M04.
           2 LINE 13 COL 30 VALUE 'Octobre   '.
           2 PIC Z(6)9.99 USING WS-PS-M10.
           2 LINE 14 COL 3 VALUE 'Mai       '.
           2 PIC Z(6)9.99 USING WS-PS-M05.
           2 LINE 14 COL 30 VALUE 'Novembre  '.
           2 PIC Z(6)9.99 USING WS-PS-M11.
           2 LINE 15 COL 3 VALUE 'Juin      '.
           2 PIC Z(6)9.99 USING WS-PS-M06.
           2 LINE 15 COL 30 VALUE 'Decembre  '.
           2 PIC Z(6)9.99 USING WS-PS-M12.

       1 plg-action.
           2 LINE 17 COL 3 VALUE 'Total annuel :'.
           2 LINE 17 COL 18 PIC ZZZ,ZZZ,ZZ9.99 FROM WS-TOTAL-LIGNE.
           2 LINE 18 COL 3 VALUE
               'E = enregistrer, S = supprimer, A = abandonner ?'.
           2 PIC X TO WS-ACTION REQUIRED.

       1 plg-enregistree.
           2 LINE 20 COL 3 VALUE 'LIGNE ENREGISTREE.            '.

       1 plg-supprimee.
           2 LINE 20 COL 3 VALUE 'LIGNE SUPPRIMEE.              '.

       1 plg-abandon.
           2 LINE 20 COL 3 VALUE 'AUCUNE MODIFICATION.          '.

       1 plg-echec.
           2 LINE 20 COL 3 VALUE 'FICHIER DU PLAN INACCESSIBLE :'.
           2 LINE 20 COL 34 PIC XX FROM WS-PLAN-STATUS.

       1 plg-copie.
           2 LINE 7 COL 3 VALUE 'Annee du plan a preparer ?'.
           2 PIC 9(4) TO WS-ANNEE REQUIRED.
           2 LINE 8 COL 3 VALUE
               'Remplacer les lignes deja au plan (O/N) ?'.
           2 PIC X TO WS-REMPLACER REQUIRED.

       1 plg-copie-faite.
           2 LINE 10 COL 3 VALUE 'Realise de l''annee'.
           2 LINE 10 COL 22 PIC 9(4) FROM WS-ANNEE-SOURCE.
           2 LINE 10 COL 27 VALUE 'copie au plan.'.
           2 LINE 11 COL 3 VALUE 'Lignes creees       :'.
           2 LINE 11 COL 25 PIC ZZZ9 FROM WS-NB-CREES.
           2 LINE 12 COL 3 VALUE 'Lignes remplacees   :'.
           2 LINE 12 COL 25 PIC ZZZ9 FROM WS-NB-REMPLACEES.
           2 LINE 13 COL 3 VALUE 'Lignes conservees   :'.
           2 LINE 13 COL 25 PIC ZZZ9 FROM WS-NB-CONSERVEES.
           2 LINE 14 COL 3 VALUE 'Ecritures sans dept.:'.
           2 LINE 14 COL 25 PIC ZZZZZ9 FROM WS-NB-SANS-DEPT.
           2 LINE 15 COL 3 VALUE 'Hors table (300)    :'.
           2 LINE 15 COL 25 PIC ZZZZZ9 FROM WS-NB-SURCHARGE.
           2 LINE 17 COL 3 VALUE 'Appuyer sur Entree.'.
           2 PIC X TO WS-ACTION.

       PROCEDURE DIVISION USING LK-OPERATEUR-MENU.
       para-principale.
           DISPLAY plg-titre.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

      * Launched from Menu_Budget the operator arrives
      * already authenticated through LINKAGE; launched
      * standalone nothing is passed and the login screen
      * still gates entry.
           IF ADDRESS OF LK-OPERATEUR-MENU NOT = NULL
               IF LK-OPERATEUR-MENU NOT = SPACES
                   MOVE LK-OPERATEUR-MENU TO WS-OPERATEUR
                   MOVE 'Y' TO WS-AUTORISE
               END-IF
           END-IF.

           PERFORM UNTIL WS-CONNECTE
               DISPLAY plg-operateur
               ACCEPT plg-operateur
               CALL 'Verifier_Login' USING WS-OPERATEUR WS-PIN
                   WS-AUTORISE
               IF NOT WS-CONNECTE
                   DISPLAY plg-login-refuse
               END-IF
           END-PERFORM.

           PERFORM UNTIL WS-FIN-DEMANDEE
               MOVE SPACES TO WS-FONCTION
               DISPLAY plg-fonction
               ACCEPT plg-fonction
               EVALUATE WS-FONCTION
                   WHEN 'M' PERFORM para-maintenir-ligne
                   WHEN 'C' PERFORM para-copier-realise
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.

           GOBACK.

      *****************************************************
      * One line of the plan: key, amounts, then store /
      * delete / leave.
      *****************************************************
       para-maintenir-ligne.
           MOVE 'N' TO WS-CLE-VALIDE.
           PERFORM UNTIL WS-CLE-VALIDE = 'Y'
               MOVE ZEROS TO WS-ANNEE
               MOVE SPACES TO WS-DEPARTEMENT WS-CATEGORIE
               DISPLAY plg-cle
               ACCEPT plg-cle
               CALL 'Verifier_Departement' USING WS-DEPARTEMENT
                   WS-DEPT-VALIDE
               CALL 'Verifier_Categorie' USING WS-CATEGORIE
                   WS-CATG-VALIDE
               IF WS-ANNEE > ZERO AND WS-DEPT-VALIDE = 'Y'
                   AND WS-CATG-VALIDE = 'Y'
                   MOVE 'Y' TO WS-CLE-VALIDE
               ELSE
                   DISPLAY plg-cle-invalide
               END-IF
           END-PERFORM.

           OPEN I-O PLAN-FILE.
           IF WS-PLAN-STATUS = "35"
               OPEN OUTPUT PLAN-FILE
               CLOSE PLAN-FILE
               OPEN I-O PLAN-FILE
           END-IF.
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY plg-echec
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WS-PLAN-SAISI.
           MOVE WS-ANNEE       TO PLAN-ANNEE.
           MOVE WS-DEPARTEMENT TO PLAN-DEPARTEMENT.
           MOVE WS-CATEGORIE   TO PLAN-CATEGORIE.
           READ PLAN-FILE
               INVALID KEY
                   MOVE 'N' TO WS-EXISTE
                   DISPLAY plg-nouvelle
               NOT INVALID KEY
                   MOVE 'Y' TO WS-EXISTE
                   PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                           UNTIL WS-MOIS-IDX > 12
                       MOVE PLAN-MOIS(WS-MOIS-IDX)
                           TO WS-PS-MOIS(WS-MOIS-IDX)
                   END-PERFORM
                   DISPLAY plg-existante
           END-READ.

           DISPLAY plg-montants.
           ACCEPT plg-montants.
           PERFORM para-totaliser-saisie.
           MOVE SPACES TO WS-ACTION.
           DISPLAY plg-action.
           ACCEPT plg-action.

           EVALUATE TRUE
               WHEN WS-ACTION = 'E'
                   PERFORM para-enregistrer-ligne
                   DISPLAY plg-enregistree
               WHEN WS-ACTION = 'S' AND WS-EXISTE = 'Y'
                   DELETE PLAN-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   PERFORM para-journaliser
                   DISPLAY plg-supprimee
               WHEN OTHER
                   DISPLAY plg-abandon
           END-EVALUATE.
           CLOSE PLAN-FILE.

       para-totaliser-saisie.
           MOVE ZEROS TO WS-TOTAL-LIGNE.
           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                   UNTIL WS-MOIS-IDX > 12
               ADD WS-PS-MOIS(WS-MOIS-IDX) TO WS-TOTAL-LIGNE
           END-PERFORM.

      * PLAN-FILE is open I-O and PLAN-CLE set; the line is
      * written or rewritten from the amounts on screen.
       para-enregistrer-ligne.
           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                   UNTIL WS-MOIS-IDX > 12
               MOVE WS-PS-MOIS(WS-MOIS-IDX) TO PLAN-MOIS(WS-MOIS-IDX)
           END-PERFORM.
           MOVE 'S'          TO PLAN-ORIGINE.
           MOVE WS-OPERATEUR TO PLAN-OPERATEUR.
           MOVE WS-TODAY     TO PLAN-DATE-MAJ.
           IF WS-EXISTE = 'Y'
               REWRITE PLAN-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE PLAN-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           PERFORM para-journaliser.

      * Amounts beyond the audit field are journalled at
      * its maximum.
       para-journaliser.
           IF WS-TOTAL-LIGNE > 9999999.99
               MOVE 9999999.99 TO WS-MONTANT-AUDIT
           ELSE
               MOVE WS-TOTAL-LIGNE TO WS-MONTANT-AUDIT
           END-IF.
           CALL 'Journal_Audit' USING WS-PROGRAMME WS-OPERATEUR
               WS-MONTANT-AUDIT.

      *****************************************************
      * Seeds a year's plan from the year before's actuals.
      *****************************************************
       para-copier-realise.
           MOVE ZEROS TO WS-ANNEE.
           MOVE 'N' TO WS-REMPLACER.
           DISPLAY plg-copie.
           ACCEPT plg-copie.
           IF WS-ANNEE < 2
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ANNEE-SOURCE = WS-ANNEE - 1.
           MOVE ZEROS TO WS-RL-COUNT WS-NB-CREES WS-NB-REMPLACEES
               WS-NB-CONSERVEES WS-NB-SANS-DEPT WS-NB-SURCHARGE.

           PERFORM para-cumuler-archive.
           PERFORM para-cumuler-ledger.

           OPEN I-O PLAN-FILE.
           IF WS-PLAN-STATUS = "35"
               OPEN OUTPUT PLAN-FILE
               CLOSE PLAN-FILE
               OPEN I-O PLAN-FILE
           END-IF.
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY plg-echec
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                   UNTIL WS-RL-IDX > WS-RL-COUNT
               PERFORM para-copier-ligne
           END-PERFORM.
           CLOSE PLAN-FILE.

           DISPLAY plg-copie-faite.
           ACCEPT plg-copie-faite.

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
           IF WS-P-AN NOT = WS-ANNEE-SOURCE
               OR WS-P-MOIS < 1 OR WS-P-MOIS > 12
               EXIT PARAGRAPH
           END-IF.
           IF WS-P-DEPARTEMENT = SPACES
               ADD 1 TO WS-NB-SANS-DEPT
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-RL-IDX.
           PERFORM UNTIL WS-RL-IDX > WS-RL-COUNT
                   OR (WS-RL-DEPARTEMENT(WS-RL-IDX) = WS-P-DEPARTEMENT
                   AND WS-RL-CATEGORIE(WS-RL-IDX) = WS-P-CATEGORIE)
               ADD 1 TO WS-RL-IDX
           END-PERFORM.
           IF WS-RL-IDX > WS-RL-COUNT
               IF WS-RL-COUNT < 300
                   ADD 1 TO WS-RL-COUNT
                   MOVE WS-P-DEPARTEMENT
                       TO WS-RL-DEPARTEMENT(WS-RL-IDX)
                   MOVE WS-P-CATEGORIE TO WS-RL-CATEGORIE(WS-RL-IDX)
                   PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                           UNTIL WS-MOIS-IDX > 12
                       MOVE ZEROS TO WS-RL-MOIS(WS-RL-IDX, WS-MOIS-IDX)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-NB-SURCHARGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD WS-P-PERTES TO WS-RL-MOIS(WS-RL-IDX, WS-P-MOIS).
           SUBTRACT WS-P-GAINS FROM WS-RL-MOIS(WS-RL-IDX, WS-P-MOIS).

      * A department or category since removed from its
      * master still seeds its line: the plan is a working
      * copy, corrected through the M function.
       para-copier-ligne.
           MOVE ZEROS TO WS-PLAN-SAISI.
           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                   UNTIL WS-MOIS-IDX > 12
               IF WS-RL-MOIS(WS-RL-IDX, WS-MOIS-IDX) > ZERO
                   MOVE WS-RL-MOIS(WS-RL-IDX, WS-MOIS-IDX)
                       TO WS-PS-MOIS(WS-MOIS-IDX)
               END-IF
           END-PERFORM.
           PERFORM para-totaliser-saisie.
           IF WS-TOTAL-LIGNE = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ANNEE                      TO PLAN-ANNEE.
           MOVE WS-RL-DEPARTEMENT(WS-RL-IDX)  TO PLAN-DEPARTEMENT.
           MOVE WS-RL-CATEGORIE(WS-RL-IDX)    TO PLAN-CATEGORIE.
           READ PLAN-FILE
               INVALID KEY MOVE 'N' TO WS-EXISTE
               NOT INVALID KEY MOVE 'Y' TO WS-EXISTE
           END-READ.
           IF WS-EXISTE = 'Y' AND WS-REMPLACER NOT = 'O'
               ADD 1 TO WS-NB-CONSERVEES
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                   UNTIL WS-MOIS-IDX > 12
               MOVE WS-PS-MOIS(WS-MOIS-IDX) TO PLAN-MOIS(WS-MOIS-IDX)
           END-PERFORM.
           MOVE 'C'          TO PLAN-ORIGINE.
           MOVE WS-OPERATEUR TO PLAN-OPERATEUR.
           MOVE WS-TODAY     TO PLAN-DATE-MAJ.
           IF WS-EXISTE = 'Y'
               REWRITE PLAN-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO WS-NB-REMPLACEES
           ELSE
               WRITE PLAN-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO WS-NB-CREES
           END-IF.
           PERFORM para-journaliser.
