       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcul_Budget_Objectifs.

      *****************************************************
      * Month-end measure of the operators' savings goals
      * (OBJECTIF-FILE, registered through Gestion_
      * Objectifs), run in jcl/BUDGCLOT.jcl once the close
      * has archived the month: for each active goal, the
      * owner's gains and pertes of the period are summed
      * from YEAR-LEDGER through its operator key, the
      * savings rate is taken from myprog exactly as
      * Calcul_Budget_Complet shows it, and the month's
      * savings (gains less pertes) are added to the amount
      * saved towards the goal.
      *
      * The verdict compares the month with what the goal
      * asked of it - the amount still missing at the start
      * of the month spread over the months left up to the
      * target date, the target month included - and with
      * the target rate when one is set: on track (O), off
      * track (R), reached (T) or expired (E, target date
      * passed unreached). Reached and expired goals are
      * not measured again. One history record per goal and
      * period goes to OBJHISTO-FILE, with the monthly
      * effort now required.
      *
      * SYSIN: the period (AAAAMM; blank = the period just
      * closed, the one before BUDGPERIO). A goal already
      * measured for the period is left alone, so a rerun
      * counts nothing twice.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY YEARSEL.
           COPY OBJSEL.
           COPY OBJHSEL.
           COPY PERIOSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY YEARFD.
           COPY OBJFD.
           COPY OBJHFD.
           COPY PERIOFD.

       WORKING-STORAGE SECTION.
       77 WS-YEAR-STATUS    PIC XX.
       77 WS-OBJ-STATUS     PIC XX.
       77 WS-OBJH-STATUS    PIC XX.
       77 WS-PERIO-STATUS   PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-YEAR-EOF       PIC X VALUE 'N'.
       77 WS-ARCHIVE-OUVERTE PIC X VALUE 'N'.
       77 WS-TODAY          PIC 9(8).
       77 WS-PERIODE-SAISIE PIC X(6) VALUE SPACES.
       77 WS-PERIODE        PIC 9(6) VALUE ZEROS.
       77 WS-PERIO-ANNEE    PIC 9(4) VALUE ZEROS.
       77 WS-PERIO-MOIS     PIC 99 VALUE ZEROS.
       77 WS-RANG-PERIODE   PIC 9(6) VALUE ZEROS.
       77 WS-RANG-CIBLE     PIC 9(6) VALUE ZEROS.
       77 WS-CIBLE-AAAAMM   PIC 9(6) VALUE ZEROS.
       77 WS-CIBLE-ANNEE    PIC 9(4) VALUE ZEROS.
       77 WS-CIBLE-MOIS     PIC 99 VALUE ZEROS.
       77 WS-NB-MOIS        PIC S9(4) VALUE ZEROS.
       77 WS-OPER-COURANT   PIC X(8) VALUE SPACES.
       77 WS-GAINS          PIC 9(9)V99 VALUE ZEROS.
       77 WS-PERTES         PIC 9(9)V99 VALUE ZEROS.
       77 WS-TAUX           PIC S999V99 VALUE ZEROS.
       77 WS-EPARGNE        PIC S9(9)V99 VALUE ZEROS.
       77 WS-RESTE          PIC S9(9)V99 VALUE ZEROS.
       77 WS-EFFORT-DEBUT   PIC S9(9)V99 VALUE ZEROS.
       77 WS-EFFORT         PIC S9(9)V99 VALUE ZEROS.
       77 WS-ETAT           PIC X VALUE SPACES.
       77 WS-NB-MESURES     PIC 9(5) VALUE ZEROS.
       77 WS-NB-DEJA        PIC 9(5) VALUE ZEROS.
       77 WS-NB-TENUS       PIC 9(5) VALUE ZEROS.
       77 WS-NB-RETARD      PIC 9(5) VALUE ZEROS.
       77 WS-NB-ATTEINTS    PIC 9(5) VALUE ZEROS.
       77 WS-NB-ECHUS       PIC 9(5) VALUE ZEROS.

       01 WS-DETAIL-LINE.
           05 WS-D-OPERATEUR     PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-NUMERO        PIC 99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-LIBELLE       PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-EPARGNE       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-TAUX          PIC -ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-CUMUL         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-CIBLE         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-EFFORT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-ETAT          PIC X(16).

       PROCEDURE DIVISION.
       para-principale.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           ACCEPT WS-PERIODE-SAISIE.
           IF WS-PERIODE-SAISIE = SPACES
               PERFORM para-lire-periode
               PERFORM para-periode-precedente
           ELSE
               IF WS-PERIODE-SAISIE NOT NUMERIC
                   DISPLAY "PERIODE INVALIDE : " WS-PERIODE-SAISIE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE
           END-IF.
           DIVIDE WS-PERIODE BY 100 GIVING WS-PERIO-ANNEE
               REMAINDER WS-PERIO-MOIS.
           IF WS-PERIO-MOIS < 1 OR WS-PERIO-MOIS > 12
               DISPLAY "PERIODE INVALIDE : " WS-PERIODE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-RANG-PERIODE = WS-PERIO-ANNEE * 12
               + WS-PERIO-MOIS.

           OPEN I-O OBJECTIF-FILE.
           IF WS-OBJ-STATUS = "35"
               DISPLAY "AUCUN OBJECTIF D'EPARGNE ENREGISTRE."
               GOBACK
           END-IF.
           IF WS-OBJ-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE D'OUVRIR BUDGOBJ, STATUT="
                   WS-OBJ-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND OBJHISTO-FILE.
           IF WS-OBJH-STATUS = "05" OR WS-OBJH-STATUS = "35"
               OPEN OUTPUT OBJHISTO-FILE
           END-IF.
           IF WS-OBJH-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE D'OUVRIR BUDGOBJH, STATUT="
                   WS-OBJH-STATUS
               CLOSE OBJECTIF-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT YEAR-LEDGER.
           IF WS-YEAR-STATUS = "00"
               MOVE 'Y' TO WS-ARCHIVE-OUVERTE
           END-IF.

           DISPLAY "OBJECTIFS D'EPARGNE - MESURE DE LA PERIODE "
               WS-PERIODE.
           DISPLAY "OPER     NO LIBELLE                      EPARGNE"
               "    TAUX           CUMUL          CIBLE"
               "    EFFORT/MOIS ETAT".

           MOVE SPACES TO WS-OPER-COURANT.
           PERFORM UNTIL WS-EOF
               READ OBJECTIF-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END PERFORM para-traiter-objectif
               END-READ
           END-PERFORM.

           CLOSE OBJECTIF-FILE.
           CLOSE OBJHISTO-FILE.
           IF WS-ARCHIVE-OUVERTE = 'Y'
               CLOSE YEAR-LEDGER
           END-IF.

           DISPLAY " ".
           DISPLAY "OBJECTIFS MESURES       : " WS-NB-MESURES.
           DISPLAY "  DANS LA TRAJECTOIRE   : " WS-NB-TENUS.
           DISPLAY "  HORS TRAJECTOIRE      : " WS-NB-RETARD.
           DISPLAY "  ATTEINTS              : " WS-NB-ATTEINTS.
           DISPLAY "  ECHUS NON ATTEINTS    : " WS-NB-ECHUS.
           DISPLAY "DEJA MESURES POUR " WS-PERIODE "  : " WS-NB-DEJA.
           IF WS-ARCHIVE-OUVERTE NOT = 'Y'
               DISPLAY "ATTENTION : ARCHIVE ILLISIBLE - EPARGNE DU MOIS"
                   " COMPTEE A ZERO."
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

       para-periode-precedente.
           DIVIDE WS-PERIODE BY 100 GIVING WS-PERIO-ANNEE
               REMAINDER WS-PERIO-MOIS.
           IF WS-PERIO-MOIS = 1
               SUBTRACT 1 FROM WS-PERIO-ANNEE
               MOVE 12 TO WS-PERIO-MOIS
           ELSE
               SUBTRACT 1 FROM WS-PERIO-MOIS
           END-IF.
           COMPUTE WS-PERIODE = WS-PERIO-ANNEE * 100 + WS-PERIO-MOIS.

       para-traiter-objectif.
           IF OBJ-STATUT NOT = 'A'
               EXIT PARAGRAPH
           END-IF.
           IF OBJ-DERNIERE-PERIODE NOT < WS-PERIODE
               ADD 1 TO WS-NB-DEJA
               EXIT PARAGRAPH
           END-IF.
           IF OBJ-DATE-DEBUT(1:6) > WS-PERIODE
               EXIT PARAGRAPH
           END-IF.

           IF OBJ-OPERATEUR NOT = WS-OPER-COURANT
               MOVE OBJ-OPERATEUR TO WS-OPER-COURANT
               PERFORM para-cumuler-operateur
           END-IF.

      * Months from the period to the target month, both
      * included.
           DIVIDE OBJ-DATE-CIBLE BY 100 GIVING WS-CIBLE-AAAAMM.
           DIVIDE WS-CIBLE-AAAAMM BY 100 GIVING WS-CIBLE-ANNEE
               REMAINDER WS-CIBLE-MOIS.
           COMPUTE WS-RANG-CIBLE = WS-CIBLE-ANNEE * 12 + WS-CIBLE-MOIS.
           COMPUTE WS-NB-MOIS = WS-RANG-CIBLE - WS-RANG-PERIODE + 1.
           COMPUTE WS-RESTE = OBJ-MONTANT-CIBLE - OBJ-CUMUL.
           MOVE WS-RESTE TO WS-EFFORT-DEBUT.
           IF WS-NB-MOIS > 1
               COMPUTE WS-EFFORT-DEBUT ROUNDED = WS-RESTE / WS-NB-MOIS
           END-IF.

           CALL 'myprog' USING WS-GAINS WS-PERTES WS-TAUX.
           COMPUTE WS-EPARGNE = WS-GAINS - WS-PERTES.
           ADD WS-EPARGNE TO OBJ-CUMUL.
           COMPUTE WS-RESTE = OBJ-MONTANT-CIBLE - OBJ-CUMUL.
           SUBTRACT 1 FROM WS-NB-MOIS.

           EVALUATE TRUE
               WHEN OBJ-CUMUL NOT < OBJ-MONTANT-CIBLE
                   MOVE 'T' TO WS-ETAT OBJ-STATUT
                   MOVE ZEROS TO WS-EFFORT
                   ADD 1 TO WS-NB-ATTEINTS
               WHEN WS-NB-MOIS < 1
                   MOVE 'E' TO WS-ETAT OBJ-STATUT
                   MOVE WS-RESTE TO WS-EFFORT
                   ADD 1 TO WS-NB-ECHUS
               WHEN OTHER
                   COMPUTE WS-EFFORT ROUNDED = WS-RESTE / WS-NB-MOIS
                   IF WS-EPARGNE < WS-EFFORT-DEBUT
                       OR (OBJ-TAUX-CIBLE > ZERO
                           AND WS-TAUX < OBJ-TAUX-CIBLE)
                       MOVE 'R' TO WS-ETAT
                       ADD 1 TO WS-NB-RETARD
                   ELSE
                       MOVE 'O' TO WS-ETAT
                       ADD 1 TO WS-NB-TENUS
                   END-IF
           END-EVALUATE.

           MOVE WS-PERIODE TO OBJ-DERNIERE-PERIODE.
           MOVE WS-ETAT TO OBJ-DERNIER-ETAT.
           REWRITE OBJECTIF-RECORD
               INVALID KEY
                   DISPLAY "REECRITURE IMPOSSIBLE : " OBJ-CLE
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.
           ADD 1 TO WS-NB-MESURES.

           MOVE OBJ-OPERATEUR  TO OBJH-OPERATEUR.
           MOVE OBJ-NUMERO     TO OBJH-NUMERO.
           MOVE WS-PERIODE     TO OBJH-PERIODE.
           MOVE WS-GAINS       TO OBJH-GAINS.
           MOVE WS-PERTES      TO OBJH-PERTES.
           MOVE WS-EPARGNE     TO OBJH-EPARGNE.
           MOVE WS-TAUX        TO OBJH-TAUX.
           MOVE OBJ-CUMUL      TO OBJH-CUMUL.
           MOVE WS-EFFORT      TO OBJH-EFFORT.
           MOVE WS-ETAT        TO OBJH-ETAT.
           MOVE WS-TODAY       TO OBJH-DATE-MESURE.
           WRITE OBJHISTO-RECORD.

           PERFORM para-imprimer-objectif.

      * The owner's postings of the period, through the
      * archive's operator key.
       para-cumuler-operateur.
           MOVE ZEROS TO WS-GAINS WS-PERTES.
           IF WS-ARCHIVE-OUVERTE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-YEAR-EOF.
           MOVE WS-OPER-COURANT TO YEAR-OPERATEUR.
           START YEAR-LEDGER KEY = YEAR-OPERATEUR
               INVALID KEY MOVE 'Y' TO WS-YEAR-EOF
           END-START.
           PERFORM UNTIL WS-YEAR-EOF = 'Y'
               READ YEAR-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-YEAR-EOF
                   NOT AT END
                       IF YEAR-OPERATEUR NOT = WS-OPER-COURANT
                           MOVE 'Y' TO WS-YEAR-EOF
                       ELSE
                           IF YEAR-DATE(1:6) = WS-PERIODE
                               ADD YEAR-GAINS  TO WS-GAINS
                               ADD YEAR-PERTES TO WS-PERTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       para-imprimer-objectif.
           MOVE OBJ-OPERATEUR     TO WS-D-OPERATEUR.
           MOVE OBJ-NUMERO        TO WS-D-NUMERO.
           MOVE OBJ-LIBELLE       TO WS-D-LIBELLE.
           MOVE WS-EPARGNE        TO WS-D-EPARGNE.
           MOVE WS-TAUX           TO WS-D-TAUX.
           MOVE OBJ-CUMUL         TO WS-D-CUMUL.
           MOVE OBJ-MONTANT-CIBLE TO WS-D-CIBLE.
           MOVE WS-EFFORT         TO WS-D-EFFORT.
           EVALUATE WS-ETAT
               WHEN 'O' MOVE 'DANS LA TRAJECT.' TO WS-D-ETAT
               WHEN 'R' MOVE 'HORS TRAJECTOIRE' TO WS-D-ETAT
               WHEN 'T' MOVE 'ATTEINT'          TO WS-D-ETAT
               WHEN OTHER MOVE 'ECHU'           TO WS-D-ETAT
           END-EVALUATE.
           DISPLAY WS-DETAIL-LINE.
