       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcul_Budget_Simulation.

      *****************************************************
      * What-if replay of a proposed parameter change, run
      * from jcl/BUDGSIMU.jcl before the new values are
      * keyed on Gestion_Parametres or Gestion_Categories.
      * The postings of a past period (year archive, then
      * ledger) and the entries parked on the approval
      * queue are read again and, for each operator and
      * category, four counts are printed side by side as
      * they happened (REEL) and as they would have been
      * under the proposed values (SIMUL):
      *
      *  - MOTIF  : entries whose perte exceeded
      *    PARM-LIMITE-JOUR and needed a reason code (entry
      *    screens CALCBUD and PERTES, and the lot); REEL
      *    is the reason actually recorded;
      *  - FILE   : screen entries (CALCBUD, PERTES and
      *    GAINS) whose gain or perte exceeded PARM-SEUIL-
      *    APPROB and went to the approval queue; REEL is
      *    what the queue file holds for the period,
      *    released, rejected or pending;
      *  - ALERTE : CALCBUD entries whose resulting total
      *    fell under PARM-SEUIL-ALERTE - an alert is shown,
      *    not recorded, so REEL is worked out with the
      *    values in force today;
      *  - ENVEL. : postings made once the category's
      *    pertes for the month had gone past its
      *    CATG-BUDGET-MOIS, counted as Calcul_Budget_
      *    Variance counts the envelope.
      *
      * Queued entries never released are replayed as
      * keyed; those released are replayed from the ledger.
      * Every file is opened INPUT: nothing live changes.
      *
      * SYSIN, one item per line: the first period AAAAMM,
      * the last one (blank = the same), the proposed
      * PARM-SEUIL-ALERTE (sign and 6 digits), PARM-LIMITE-
      * JOUR and PARM-SEUIL-APPROB (5 digits), a blank line
      * keeping a value as it stands; then one line per
      * envelope to change, category code in columns 1-4
      * and the new CATG-BUDGET-MOIS in columns 6-12, up to
      * a blank line or FIN.
      *
      * RC 4 when the operator/category table overflowed
      * (the totals stay complete), RC 8 on a wrong SYSIN
      * or an unreadable ledger.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LEDGSEL.
           COPY YEARSEL.
           COPY ATTSEL.
           COPY CATGSEL.
           COPY PARMSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY LEDGFD.
           COPY YEARFD.
           COPY ATTFD.
           COPY CATGFD.
           COPY PARMFD.

       WORKING-STORAGE SECTION.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-YEAR-STATUS    PIC XX.
       77 WS-ATT-STATUS     PIC XX.
       77 WS-CATG-STATUS    PIC XX.
       77 WS-PARM-STATUS    PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-ERREUR         PIC X VALUE 'N'.

       77 WS-DEB-SAISI      PIC X(6) VALUE SPACES.
       77 WS-FIN-SAISI      PIC X(6) VALUE SPACES.
       77 WS-PERIODE-DEB    PIC 9(6) VALUE ZEROS.
       77 WS-PERIODE-FIN    PIC 9(6) VALUE ZEROS.
       77 WS-DATE-DEB       PIC 9(8) VALUE ZEROS.
       77 WS-DATE-FIN       PIC 9(8) VALUE ZEROS.
       77 WS-ALERTE-SAISIE  PIC X(7) VALUE SPACES.
       77 WS-LIMITE-SAISIE  PIC X(5) VALUE SPACES.
       77 WS-APPROB-SAISIE  PIC X(5) VALUE SPACES.
       77 WS-ENVEL-SAISIE   PIC X(12) VALUE SPACES.
       77 WS-FIN-ENVEL      PIC X VALUE 'N'.

      * Values in force (BUDGPARM, defaults as in the entry
      * screen) and the values proposed.
       77 WS-ACT-ALERTE     PIC S9(6) SIGN LEADING SEPARATE
                                VALUE -001000.
       77 WS-ACT-LIMITE     PIC 9(5) VALUE 99999.
       77 WS-ACT-APPROB     PIC 9(5) VALUE 99999.
       77 WS-NV-ALERTE      PIC S9(6) SIGN LEADING SEPARATE.
       77 WS-NV-LIMITE      PIC 9(5).
       77 WS-NV-APPROB      PIC 9(5).

      * The posting being replayed, from whichever file.
       01 WS-POSTE.
           05 WS-P-CLE.
               10 WS-P-OPER         PIC X(8).
               10 WS-P-CATG         PIC X(4).
           05 WS-P-DATE             PIC 9(8).
           05 WS-P-PROG             PIC X(8).
           05 WS-P-GAINS            PIC 9(7)V99.
           05 WS-P-PERTES           PIC 9(7)V99.
           05 WS-P-TOTAL            PIC S9(9)V99.
           05 WS-P-RAISON           PIC X(6).
       77 WS-FILE-REEL      PIC X VALUE 'N'.
       77 WS-FILE-SIMUL     PIC X VALUE 'N'.

       01 WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 50 TIMES.
               10 WS-CT-CODE        PIC X(4).
               10 WS-CT-BUDGET      PIC 9(7).
               10 WS-CT-NV-BUDGET   PIC 9(7).
               10 WS-CT-MOIS        PIC 9(6).
               10 WS-CT-CUMUL       PIC 9(9)V99.
       77 WS-CT-COUNT        PIC 99 VALUE ZEROS.
       77 WS-CT-IDX          PIC 99.

      * One line per operator and category, kept in
      * operator/category order as lines are added.
       01 WS-OC-TABLE.
           05 WS-OC-ENTRY OCCURS 500 TIMES.
               10 WS-OC-CLE.
                   15 WS-OC-OPER    PIC X(8).
                   15 WS-OC-CATG    PIC X(4).
               10 WS-OC-MOT-R       PIC 9(5).
               10 WS-OC-MOT-S       PIC 9(5).
               10 WS-OC-FIL-R       PIC 9(5).
               10 WS-OC-FIL-S       PIC 9(5).
               10 WS-OC-ALE-R       PIC 9(5).
               10 WS-OC-ALE-S       PIC 9(5).
               10 WS-OC-ENV-R       PIC 9(5).
               10 WS-OC-ENV-S       PIC 9(5).
       77 WS-OC-COUNT        PIC 9(3) VALUE ZEROS.
       77 WS-OC-IDX          PIC 9(3).
       77 WS-OC-POS          PIC 9(3).
       77 WS-OC-PLEIN        PIC X VALUE 'N'.

      * Operator subtotal and grand total, same layout.
       01 WS-SOUS-TOTAL.
           05 WS-ST-MOT-R           PIC 9(5).
           05 WS-ST-MOT-S           PIC 9(5).
           05 WS-ST-FIL-R           PIC 9(5).
           05 WS-ST-FIL-S           PIC 9(5).
           05 WS-ST-ALE-R           PIC 9(5).
           05 WS-ST-ALE-S           PIC 9(5).
           05 WS-ST-ENV-R           PIC 9(5).
           05 WS-ST-ENV-S           PIC 9(5).
       01 WS-TOTAL.
           05 WS-TT-MOT-R           PIC 9(5).
           05 WS-TT-MOT-S           PIC 9(5).
           05 WS-TT-FIL-R           PIC 9(5).
           05 WS-TT-FIL-S           PIC 9(5).
           05 WS-TT-ALE-R           PIC 9(5).
           05 WS-TT-ALE-S           PIC 9(5).
           05 WS-TT-ENV-R           PIC 9(5).
           05 WS-TT-ENV-S           PIC 9(5).
       77 WS-OPER-COURANT   PIC X(8) VALUE SPACES.
       77 WS-NB-REJOUES     PIC 9(7) VALUE ZEROS.

       01 WS-PARM-LINE.
           05 WS-PL-LIBELLE         PIC X(24).
           05 WS-PL-ACTUEL          PIC -ZZZ,ZZ9.
           05 FILLER                PIC X(4)  VALUE SPACES.
           05 WS-PL-PROPOSE         PIC -ZZZ,ZZ9.

       01 WS-ENVEL-LINE.
           05 FILLER                PIC X(15)
               VALUE 'ENVELOPPE CATG '.
           05 WS-EL-CODE            PIC X(4).
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-EL-ACTUEL          PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(3)  VALUE SPACES.
           05 WS-EL-PROPOSE         PIC Z,ZZZ,ZZ9.

       01 WS-TITRE-LINE-1.
           05 FILLER                PIC X(15) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE '  MOTIF'.
           05 FILLER                PIC X(14) VALUE '   FILE'.
           05 FILLER                PIC X(14) VALUE '  ALERTE'.
           05 FILLER                PIC X(14) VALUE '  ENVEL.'.
       01 WS-TITRE-LINE-2.
           05 FILLER                PIC X(15) VALUE 'OPER     CATG'.
           05 FILLER                PIC X(14) VALUE ' REEL  SIMUL'.
           05 FILLER                PIC X(14) VALUE ' REEL  SIMUL'.
           05 FILLER                PIC X(14) VALUE ' REEL  SIMUL'.
           05 FILLER                PIC X(14) VALUE ' REEL  SIMUL'.

       01 WS-DETAIL-LINE.
           05 WS-D-OPER             PIC X(8).
           05 FILLER                PIC X     VALUE SPACES.
           05 WS-D-CATG             PIC X(4).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-D-MOT-R            PIC ZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-D-MOT-S            PIC ZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-D-FIL-R            PIC ZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-D-FIL-S            PIC ZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-D-ALE-R            PIC ZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-D-ALE-S            PIC ZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-D-ENV-R            PIC ZZZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-D-ENV-S            PIC ZZZZ9.

       PROCEDURE DIVISION.
       para-principale.
           INITIALIZE WS-TOTAL.
           PERFORM para-lire-parametres.
           PERFORM para-charger-categories.
           PERFORM para-lire-sysin.
           IF WS-ERREUR = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT BUDGET-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE D'OUVRIR LE LEDGER, STATUT="
                   WS-LEDGER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM para-rejouer-archive.
           PERFORM para-rejouer-ledger.
           CLOSE BUDGET-LEDGER.
           PERFORM para-rejouer-attente.

           PERFORM para-editer-entete.
           PERFORM para-editer-detail.

           IF WS-OC-PLEIN = 'Y'
               DISPLAY "TABLE OPERATEUR/CATEGORIE PLEINE - "
                   "DETAIL INCOMPLET, TOTAUX COMPLETS."
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       para-lire-parametres.
           OPEN INPUT BUDGET-PARM.
           IF WS-PARM-STATUS = "00"
               READ BUDGET-PARM
                   NOT AT END
                       MOVE PARM-SEUIL-ALERTE TO WS-ACT-ALERTE
                       MOVE PARM-LIMITE-JOUR  TO WS-ACT-LIMITE
                       IF PARM-SEUIL-APPROB NUMERIC
                           AND PARM-SEUIL-APPROB > ZERO
                           MOVE PARM-SEUIL-APPROB TO WS-ACT-APPROB
                       END-IF
               END-READ
               CLOSE BUDGET-PARM
           END-IF.
           MOVE WS-ACT-ALERTE TO WS-NV-ALERTE.
           MOVE WS-ACT-LIMITE TO WS-NV-LIMITE.
           MOVE WS-ACT-APPROB TO WS-NV-APPROB.

       para-charger-categories.
           MOVE ZEROS TO WS-CT-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CATEG-FILE.
           IF WS-CATG-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ CATEG-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-CT-COUNT < 50
                               ADD 1 TO WS-CT-COUNT
                               MOVE CATG-CODE
                                   TO WS-CT-CODE(WS-CT-COUNT)
                               MOVE CATG-BUDGET-MOIS
                                   TO WS-CT-BUDGET(WS-CT-COUNT)
                               MOVE CATG-BUDGET-MOIS
                                   TO WS-CT-NV-BUDGET(WS-CT-COUNT)
                               MOVE ZEROS
                                   TO WS-CT-MOIS(WS-CT-COUNT)
                               MOVE ZEROS
                                   TO WS-CT-CUMUL(WS-CT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATEG-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-lire-sysin.
           ACCEPT WS-DEB-SAISI.
           ACCEPT WS-FIN-SAISI.
           ACCEPT WS-ALERTE-SAISIE.
           ACCEPT WS-LIMITE-SAISIE.
           ACCEPT WS-APPROB-SAISIE.

           IF WS-DEB-SAISI NOT NUMERIC
               DISPLAY "PERIODE DE DEBUT INVALIDE : " WS-DEB-SAISI
               MOVE 'Y' TO WS-ERREUR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEB-SAISI TO WS-PERIODE-DEB.
           IF WS-FIN-SAISI = SPACES
               MOVE WS-PERIODE-DEB TO WS-PERIODE-FIN
           ELSE
               IF WS-FIN-SAISI NOT NUMERIC
                   DISPLAY "PERIODE DE FIN INVALIDE : " WS-FIN-SAISI
                   MOVE 'Y' TO WS-ERREUR
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FIN-SAISI TO WS-PERIODE-FIN
           END-IF.
           IF WS-PERIODE-DEB(5:2) < '01' OR WS-PERIODE-DEB(5:2) > '12'
               OR WS-PERIODE-FIN(5:2) < '01'
               OR WS-PERIODE-FIN(5:2) > '12'
               OR WS-PERIODE-FIN < WS-PERIODE-DEB
               DISPLAY "PERIODES INVALIDES : " WS-PERIODE-DEB " A "
                   WS-PERIODE-FIN
               MOVE 'Y' TO WS-ERREUR
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATE-DEB = WS-PERIODE-DEB * 100 + 1.
           COMPUTE WS-DATE-FIN = WS-PERIODE-FIN * 100 + 31.

           IF WS-ALERTE-SAISIE NOT = SPACES
               IF (WS-ALERTE-SAISIE(1:1) = '-'
                       OR WS-ALERTE-SAISIE(1:1) = '+')
                   AND WS-ALERTE-SAISIE(2:6) NUMERIC
                   MOVE WS-ALERTE-SAISIE TO WS-NV-ALERTE
               ELSE
                   DISPLAY "SEUIL D'ALERTE INVALIDE : "
                       WS-ALERTE-SAISIE
                   MOVE 'Y' TO WS-ERREUR
               END-IF
           END-IF.
           IF WS-LIMITE-SAISIE NOT = SPACES
               IF WS-LIMITE-SAISIE NUMERIC
                   MOVE WS-LIMITE-SAISIE TO WS-NV-LIMITE
               ELSE
                   DISPLAY "LIMITE JOUR INVALIDE : " WS-LIMITE-SAISIE
                   MOVE 'Y' TO WS-ERREUR
               END-IF
           END-IF.
           IF WS-APPROB-SAISIE NOT = SPACES
               IF WS-APPROB-SAISIE NUMERIC
                   AND WS-APPROB-SAISIE NOT = ZEROS
                   MOVE WS-APPROB-SAISIE TO WS-NV-APPROB
               ELSE
                   DISPLAY "SEUIL D'APPROBATION INVALIDE : "
                       WS-APPROB-SAISIE
                   MOVE 'Y' TO WS-ERREUR
               END-IF
           END-IF.

           MOVE 'N' TO WS-FIN-ENVEL.
           PERFORM UNTIL WS-FIN-ENVEL = 'Y'
               MOVE SPACES TO WS-ENVEL-SAISIE
               ACCEPT WS-ENVEL-SAISIE
               IF WS-ENVEL-SAISIE = SPACES
                   OR WS-ENVEL-SAISIE(1:3) = 'FIN'
                   MOVE 'Y' TO WS-FIN-ENVEL
               ELSE
                   PERFORM para-noter-enveloppe
               END-IF
           END-PERFORM.

       para-noter-enveloppe.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
               OR WS-CT-CODE(WS-CT-IDX) = WS-ENVEL-SAISIE(1:4)
               CONTINUE
           END-PERFORM.
           IF WS-CT-IDX > WS-CT-COUNT
               DISPLAY "CATEGORIE INCONNUE : " WS-ENVEL-SAISIE(1:4)
               MOVE 'Y' TO WS-ERREUR
               EXIT PARAGRAPH
           END-IF.
           IF WS-ENVEL-SAISIE(6:7) NOT NUMERIC
               DISPLAY "ENVELOPPE INVALIDE : " WS-ENVEL-SAISIE
               MOVE 'Y' TO WS-ERREUR
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENVEL-SAISIE(6:7) TO WS-CT-NV-BUDGET(WS-CT-IDX).

      * The archive holds the closed months, the ledger the
      * open one: reading the archive first keeps the
      * postings in date order for the envelope running
      * totals.
       para-rejouer-archive.
           OPEN INPUT YEAR-LEDGER.
           IF WS-YEAR-STATUS NOT = "00"
               DISPLAY "ARCHIVE ANNUELLE ABSENTE - LEDGER SEUL."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE WS-DATE-DEB TO YEAR-DATE.
           MOVE ZEROS TO YEAR-TIME.
           START YEAR-LEDGER KEY NOT < YEAR-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
               READ YEAR-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF YEAR-DATE > WS-DATE-FIN
                           MOVE 'Y' TO WS-EOF-SWITCH
                       ELSE
                           MOVE YEAR-OPERATEUR  TO WS-P-OPER
                           MOVE YEAR-CATEGORIE  TO WS-P-CATG
                           MOVE YEAR-DATE       TO WS-P-DATE
                           MOVE YEAR-PROGRAMME  TO WS-P-PROG
                           MOVE YEAR-GAINS      TO WS-P-GAINS
                           MOVE YEAR-PERTES     TO WS-P-PERTES
                           MOVE YEAR-TOTAL      TO WS-P-TOTAL
                           MOVE YEAR-RAISON     TO WS-P-RAISON
                           PERFORM para-rejouer-ecriture
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE YEAR-LEDGER.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-rejouer-ledger.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE WS-DATE-DEB TO LEDGER-DATE.
           MOVE ZEROS TO LEDGER-TIME.
           START BUDGET-LEDGER KEY NOT < LEDGER-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
               READ BUDGET-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF LEDGER-DATE > WS-DATE-FIN
                           MOVE 'Y' TO WS-EOF-SWITCH
                       ELSE
                           MOVE LEDGER-OPERATEUR TO WS-P-OPER
                           MOVE LEDGER-CATEGORIE TO WS-P-CATG
                           MOVE LEDGER-DATE      TO WS-P-DATE
                           MOVE LEDGER-PROGRAMME TO WS-P-PROG
                           MOVE LEDGER-GAINS     TO WS-P-GAINS
                           MOVE LEDGER-PERTES    TO WS-P-PERTES
                           MOVE LEDGER-TOTAL     TO WS-P-TOTAL
                           MOVE LEDGER-RAISON    TO WS-P-RAISON
                           PERFORM para-rejouer-ecriture
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-SWITCH.

      * Every queued entry of the period counts as queued
      * in REEL; only those never released are replayed
      * here, the released ones came through the ledger.
       para-rejouer-attente.
           OPEN INPUT ATTENTE-FILE.
           IF WS-ATT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
               READ ATTENTE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF ATT-DATE NOT < WS-DATE-DEB
                           AND ATT-DATE NOT > WS-DATE-FIN
                           PERFORM para-rejouer-file
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTENTE-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-rejouer-file.
           MOVE ATT-OPERATEUR  TO WS-P-OPER.
           MOVE ATT-CATEGORIE  TO WS-P-CATG.
           MOVE ATT-DATE       TO WS-P-DATE.
           MOVE ATT-PROGRAMME  TO WS-P-PROG.
           MOVE ATT-GAINS      TO WS-P-GAINS.
           MOVE ATT-PERTES     TO WS-P-PERTES.
           MOVE ZEROS          TO WS-P-TOTAL.
           MOVE ATT-RAISON     TO WS-P-RAISON.
           PERFORM para-trouver-ligne.
           IF WS-OC-IDX NOT > WS-OC-COUNT
               ADD 1 TO WS-OC-FIL-R(WS-OC-IDX)
           END-IF.
           ADD 1 TO WS-TT-FIL-R.
           IF ATT-STATUT NOT = 'L'
               ADD 1 TO WS-NB-REJOUES
               PERFORM para-regle-motif
               PERFORM para-regle-file
           END-IF.

       para-rejouer-ecriture.
           ADD 1 TO WS-NB-REJOUES.
           PERFORM para-trouver-ligne.
           PERFORM para-regle-motif.
           IF WS-P-PROG = 'CALCBUD' OR WS-P-PROG = 'PERTES'
               OR WS-P-PROG = 'GAINS'
               PERFORM para-regle-file
           END-IF.
           IF WS-P-PROG = 'CALCBUD'
               PERFORM para-regle-alerte
           END-IF.
           IF WS-P-PERTES > ZERO
               PERFORM para-regle-enveloppe
           END-IF.

      * The entry screens and the lot ask for a reason
      * above the daily limit; the gains screen asks none.
       para-regle-motif.
           IF WS-P-PROG NOT = 'CALCBUD' AND WS-P-PROG NOT = 'CALCBLOT'
               AND WS-P-PROG NOT = 'PERTES'
               EXIT PARAGRAPH
           END-IF.
           IF WS-P-RAISON NOT = SPACES
               ADD 1 TO WS-TT-MOT-R
               IF WS-OC-IDX NOT > WS-OC-COUNT
                   ADD 1 TO WS-OC-MOT-R(WS-OC-IDX)
               END-IF
           END-IF.
           IF WS-P-PERTES > WS-NV-LIMITE
               ADD 1 TO WS-TT-MOT-S
               IF WS-OC-IDX NOT > WS-OC-COUNT
                   ADD 1 TO WS-OC-MOT-S(WS-OC-IDX)
               END-IF
           END-IF.

       para-regle-file.
           MOVE 'N' TO WS-FILE-REEL.
           MOVE 'N' TO WS-FILE-SIMUL.
           IF WS-P-GAINS > WS-ACT-APPROB OR WS-P-PERTES > WS-ACT-APPROB
               MOVE 'Y' TO WS-FILE-REEL
           END-IF.
           IF WS-P-GAINS > WS-NV-APPROB OR WS-P-PERTES > WS-NV-APPROB
               MOVE 'Y' TO WS-FILE-SIMUL
               ADD 1 TO WS-TT-FIL-S
               IF WS-OC-IDX NOT > WS-OC-COUNT
                   ADD 1 TO WS-OC-FIL-S(WS-OC-IDX)
               END-IF
           END-IF.

      * A queued entry is not posted at keying time and so
      * raises no alert.
       para-regle-alerte.
           IF WS-FILE-REEL = 'N' AND WS-P-TOTAL < WS-ACT-ALERTE
               ADD 1 TO WS-TT-ALE-R
               IF WS-OC-IDX NOT > WS-OC-COUNT
                   ADD 1 TO WS-OC-ALE-R(WS-OC-IDX)
               END-IF
           END-IF.
           IF WS-FILE-SIMUL = 'N' AND WS-P-TOTAL < WS-NV-ALERTE
               ADD 1 TO WS-TT-ALE-S
               IF WS-OC-IDX NOT > WS-OC-COUNT
                   ADD 1 TO WS-OC-ALE-S(WS-OC-IDX)
               END-IF
           END-IF.

      * Running pertes of the category for the posting's
      * month; categories missing from the master have no
      * envelope to break.
       para-regle-enveloppe.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
               OR WS-CT-CODE(WS-CT-IDX) = WS-P-CATG
               CONTINUE
           END-PERFORM.
           IF WS-CT-IDX > WS-CT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-CT-MOIS(WS-CT-IDX) NOT = WS-P-DATE(1:6)
               MOVE WS-P-DATE(1:6) TO WS-CT-MOIS(WS-CT-IDX)
               MOVE ZEROS TO WS-CT-CUMUL(WS-CT-IDX)
           END-IF.
           ADD WS-P-PERTES TO WS-CT-CUMUL(WS-CT-IDX).
           IF WS-CT-CUMUL(WS-CT-IDX) > WS-CT-BUDGET(WS-CT-IDX)
               ADD 1 TO WS-TT-ENV-R
               IF WS-OC-IDX NOT > WS-OC-COUNT
                   ADD 1 TO WS-OC-ENV-R(WS-OC-IDX)
               END-IF
           END-IF.
           IF WS-CT-CUMUL(WS-CT-IDX) > WS-CT-NV-BUDGET(WS-CT-IDX)
               ADD 1 TO WS-TT-ENV-S
               IF WS-OC-IDX NOT > WS-OC-COUNT
                   ADD 1 TO WS-OC-ENV-S(WS-OC-IDX)
               END-IF
           END-IF.

      * Finds the operator/category line, inserting it in
      * key order when new. WS-OC-IDX past WS-OC-COUNT
      * means the table is full and the line is not kept.
       para-trouver-ligne.
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-OC-COUNT
               OR WS-OC-CLE(WS-OC-IDX) NOT < WS-P-CLE
               CONTINUE
           END-PERFORM.
           IF WS-OC-IDX NOT > WS-OC-COUNT
               IF WS-OC-CLE(WS-OC-IDX) = WS-P-CLE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-OC-COUNT NOT < 500
               MOVE 'Y' TO WS-OC-PLEIN
               MOVE 501 TO WS-OC-IDX
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-OC-POS FROM WS-OC-COUNT BY -1
               UNTIL WS-OC-POS < WS-OC-IDX
               MOVE WS-OC-ENTRY(WS-OC-POS)
                   TO WS-OC-ENTRY(WS-OC-POS + 1)
           END-PERFORM.
           ADD 1 TO WS-OC-COUNT.
           MOVE WS-P-CLE TO WS-OC-CLE(WS-OC-IDX).
           MOVE ZEROS TO WS-OC-MOT-R(WS-OC-IDX)
                         WS-OC-MOT-S(WS-OC-IDX)
                         WS-OC-FIL-R(WS-OC-IDX)
                         WS-OC-FIL-S(WS-OC-IDX)
                         WS-OC-ALE-R(WS-OC-IDX)
                         WS-OC-ALE-S(WS-OC-IDX)
                         WS-OC-ENV-R(WS-OC-IDX)
                         WS-OC-ENV-S(WS-OC-IDX).

       para-editer-entete.
           DISPLAY "SIMULATION DE PARAMETRES - PERIODES "
               WS-PERIODE-DEB " A " WS-PERIODE-FIN.
           DISPLAY "ECRITURES REJOUEES : " WS-NB-REJOUES.
           DISPLAY SPACES.
           DISPLAY "PARAMETRE                 ACTUEL      PROPOSE".
           MOVE 'SEUIL ALERTE' TO WS-PL-LIBELLE.
           MOVE WS-ACT-ALERTE TO WS-PL-ACTUEL.
           MOVE WS-NV-ALERTE TO WS-PL-PROPOSE.
           DISPLAY WS-PARM-LINE.
           MOVE 'LIMITE JOUR' TO WS-PL-LIBELLE.
           MOVE WS-ACT-LIMITE TO WS-PL-ACTUEL.
           MOVE WS-NV-LIMITE TO WS-PL-PROPOSE.
           DISPLAY WS-PARM-LINE.
           MOVE 'SEUIL APPROBATION' TO WS-PL-LIBELLE.
           MOVE WS-ACT-APPROB TO WS-PL-ACTUEL.
           MOVE WS-NV-APPROB TO WS-PL-PROPOSE.
           DISPLAY WS-PARM-LINE.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-NV-BUDGET(WS-CT-IDX)
                   NOT = WS-CT-BUDGET(WS-CT-IDX)
                   MOVE WS-CT-CODE(WS-CT-IDX) TO WS-EL-CODE
                   MOVE WS-CT-BUDGET(WS-CT-IDX) TO WS-EL-ACTUEL
                   MOVE WS-CT-NV-BUDGET(WS-CT-IDX) TO WS-EL-PROPOSE
                   DISPLAY WS-ENVEL-LINE
               END-IF
           END-PERFORM.
           DISPLAY SPACES.
           DISPLAY WS-TITRE-LINE-1.
           DISPLAY WS-TITRE-LINE-2.

       para-editer-detail.
           MOVE SPACES TO WS-OPER-COURANT.
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
               UNTIL WS-OC-IDX > WS-OC-COUNT
               IF WS-OC-OPER(WS-OC-IDX) NOT = WS-OPER-COURANT
                   IF WS-OC-IDX > 1
                       PERFORM para-editer-sous-total
                   END-IF
                   MOVE WS-OC-OPER(WS-OC-IDX) TO WS-OPER-COURANT
                   INITIALIZE WS-SOUS-TOTAL
               END-IF
               ADD WS-OC-MOT-R(WS-OC-IDX) TO WS-ST-MOT-R
               ADD WS-OC-MOT-S(WS-OC-IDX) TO WS-ST-MOT-S
               ADD WS-OC-FIL-R(WS-OC-IDX) TO WS-ST-FIL-R
               ADD WS-OC-FIL-S(WS-OC-IDX) TO WS-ST-FIL-S
               ADD WS-OC-ALE-R(WS-OC-IDX) TO WS-ST-ALE-R
               ADD WS-OC-ALE-S(WS-OC-IDX) TO WS-ST-ALE-S
               ADD WS-OC-ENV-R(WS-OC-IDX) TO WS-ST-ENV-R
               ADD WS-OC-ENV-S(WS-OC-IDX) TO WS-ST-ENV-S
               MOVE WS-OC-OPER(WS-OC-IDX)  TO WS-D-OPER
               MOVE WS-OC-CATG(WS-OC-IDX)  TO WS-D-CATG
               MOVE WS-OC-MOT-R(WS-OC-IDX) TO WS-D-MOT-R
               MOVE WS-OC-MOT-S(WS-OC-IDX) TO WS-D-MOT-S
               MOVE WS-OC-FIL-R(WS-OC-IDX) TO WS-D-FIL-R
               MOVE WS-OC-FIL-S(WS-OC-IDX) TO WS-D-FIL-S
               MOVE WS-OC-ALE-R(WS-OC-IDX) TO WS-D-ALE-R
               MOVE WS-OC-ALE-S(WS-OC-IDX) TO WS-D-ALE-S
               MOVE WS-OC-ENV-R(WS-OC-IDX) TO WS-D-ENV-R
               MOVE WS-OC-ENV-S(WS-OC-IDX) TO WS-D-ENV-S
               DISPLAY WS-DETAIL-LINE
           END-PERFORM.
           IF WS-OC-COUNT > ZERO
               PERFORM para-editer-sous-total
           END-IF.

           MOVE 'TOTAL' TO WS-D-OPER.
           MOVE SPACES TO WS-D-CATG.
           MOVE WS-TT-MOT-R TO WS-D-MOT-R.
           MOVE WS-TT-MOT-S TO WS-D-MOT-S.
           MOVE WS-TT-FIL-R TO WS-D-FIL-R.
           MOVE WS-TT-FIL-S TO WS-D-FIL-S.
           MOVE WS-TT-ALE-R TO WS-D-ALE-R.
           MOVE WS-TT-ALE-S TO WS-D-ALE-S.
           MOVE WS-TT-ENV-R TO WS-D-ENV-R.
           MOVE WS-TT-ENV-S TO WS-D-ENV-S.
           DISPLAY SPACES.
           DISPLAY WS-DETAIL-LINE.

       para-editer-sous-total.
           MOVE WS-OPER-COURANT TO WS-D-OPER.
           MOVE '*' TO WS-D-CATG.
           MOVE WS-ST-MOT-R TO WS-D-MOT-R.
           MOVE WS-ST-MOT-S TO WS-D-MOT-S.
           MOVE WS-ST-FIL-R TO WS-D-FIL-R.
           MOVE WS-ST-FIL-S TO WS-D-FIL-S.
           MOVE WS-ST-ALE-R TO WS-D-ALE-R.
           MOVE WS-ST-ALE-S TO WS-D-ALE-S.
           MOVE WS-ST-ENV-R TO WS-D-ENV-R.
           MOVE WS-ST-ENV-S TO WS-D-ENV-S.
           DISPLAY WS-DETAIL-LINE.
           DISPLAY SPACES.
