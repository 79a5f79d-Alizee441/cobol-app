      * their section from a rescan of the (small) OPSOL
      * file - no fixed table anywhere, so operator 51
      * gets a statement like everyone else.
      *
      * Each section ends with the operator's savings goals
      * (OBJECTIF-FILE): the month's savings rate from
      * myprog, then per goal the amount saved once this
      * month (gains less pertes) is added - the close has
      * not measured it yet - the target, the monthly
      * effort still required to reach it on time over the
      * months left after this one, and the state. A goal
      * is off track (RETARD) when the month saves less
      * than the goal asked of it at the start of the month
      * or the rate falls short of its target rate; ECHU
      * marks a goal whose target month is this one and
      * that will not be reached. Goals the close already
      * marked reached or expired are listed as such.
      *****************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY LEDGSEL.
           COPY OPSOLSEL.
           COPY OBJSEL.
           COPY PERIOSEL.
           SELECT RELEVE-FILE
               ASSIGN TO "RELEVE"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY LEDGFD.
           COPY OPSOLFD.
           COPY OBJFD.
           COPY PERIOFD.

       FD  RELEVE-FILE.
       01  RELEVE-LIGNE             PIC X(80).
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-OPSOL-STATUS   PIC XX.
       77 WS-RELEVE-STATUS  PIC XX.
       77 WS-OBJ-STATUS     PIC XX.
       77 WS-PERIO-STATUS   PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-OPSOL-EOF-SW   PIC X VALUE 'N'.

       77 WS-OPER-COURANT   PIC X(8) VALUE SPACES.
       77 WS-PREMIER        PIC X VALUE 'Y'.
       77 WS-REP-GAINS      PIC 9(9)V99 VALUE ZEROS.
       77 WS-REP-PERTES     PIC 9(9)V99 VALUE ZEROS.
       77 WS-OPER-AU-LEDGER PIC X VALUE 'N'.
       77 WS-OPER-DEJA-VU   PIC X VALUE 'N'.
       77 WS-OPER-ABSENT    PIC X(8) VALUE SPACES.
       01 WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 50 TIMES.
               10 WS-CT-CODE        PIC X(4).
               10 WS-CT-GAINS       PIC 9(9)V99.
               10 WS-CT-PERTES      PIC 9(9)V99.
       77 WS-CT-COUNT        PIC 99 VALUE ZEROS.
       77 WS-CT-IDX          PIC 99.

       77 WS-MOIS-GAINS      PIC 9(9)V99 VALUE ZEROS.
       77 WS-MOIS-PERTES     PIC 9(9)V99 VALUE ZEROS.
       77 WS-NET              PIC S9(9)V99 VALUE ZEROS.

      * Savings goals of the section's operator.
       77 WS-OBJ-OUVERT      PIC X VALUE 'N'.
       77 WS-OBJ-FIN         PIC X VALUE 'N'.
       77 WS-OBJ-PREMIER     PIC X VALUE 'Y'.
       77 WS-NB-HORS-TRAJ    PIC 99 VALUE ZEROS.
       77 WS-PERIODE         PIC 9(6) VALUE ZEROS.
       77 WS-PERIO-ANNEE     PIC 9(4) VALUE ZEROS.
       77 WS-PERIO-MOIS      PIC 99 VALUE ZEROS.
       77 WS-RANG-PERIODE    PIC 9(6) VALUE ZEROS.
       77 WS-RANG-CIBLE      PIC 9(6) VALUE ZEROS.
       77 WS-CIBLE-AAAAMM    PIC 9(6) VALUE ZEROS.
       77 WS-CIBLE-ANNEE     PIC 9(4) VALUE ZEROS.
       77 WS-CIBLE-MOIS      PIC 99 VALUE ZEROS.
       77 WS-NB-MOIS         PIC S9(4) VALUE ZEROS.
       77 WS-TAUX            PIC S999V99 VALUE ZEROS.
       77 WS-EPARGNE         PIC S9(9)V99 VALUE ZEROS.
       77 WS-CUMUL           PIC S9(9)V99 VALUE ZEROS.
       77 WS-RESTE           PIC S9(9)V99 VALUE ZEROS.
       77 WS-EFFORT-DEBUT    PIC S9(9)V99 VALUE ZEROS.
       77 WS-EFFORT          PIC S9(9)V99 VALUE ZEROS.

       01 WS-ENTETE-LINE.
           05 FILLER             PIC X(22)
       01 WS-REPORT-LINE.
           05 FILLER             PIC X(20)
               VALUE 'REPORT ANTERIEUR  G '.
           05 WS-R-GAINS         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(4)  VALUE ' P '.
           05 WS-R-PERTES        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(28) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 WS-D-DATE          PIC 9(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-RAISON        PIC X(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-GAINS         PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-D-PERTES        PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(24) VALUE SPACES.

       01 WS-SOUS-TOTAL-LINE.
           05 FILLER             PIC X(6)  VALUE 'CAT.  '.
           05 WS-S-CODE          PIC X(4).
           05 FILLER             PIC X(4)  VALUE '  G '.
           05 WS-S-GAINS         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(4)  VALUE ' P '.
           05 WS-S-PERTES        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(34) VALUE SPACES.

       01 WS-CLOTURE-LINE.
           05 FILLER             PIC X(20)
               VALUE 'POSITION FIN MOIS   '.
           05 WS-C-NET           PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(45) VALUE SPACES.

       01 WS-OBJ-TITRE-LINE.
           05 FILLER             PIC X(35)
               VALUE 'OBJECTIFS D''EPARGNE - TAUX DU MOIS '.
           05 WS-T-TAUX          PIC -ZZ9.99.
           05 FILLER             PIC X(38) VALUE ' %'.

       01 WS-OBJ-ENTETE-LINE.
           05 FILLER             PIC X(40) VALUE
               'NO LIBELLE                       EPARGNE'.
           05 FILLER             PIC X(40) VALUE
               '          CIBLE    EFFORT/MOIS ETAT'.

       01 WS-OBJ-LINE.
           05 WS-O-NUMERO        PIC 99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-O-LIBELLE       PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-O-CUMUL         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-O-CIBLE         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-O-EFFORT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-O-ETAT          PIC X(7).
           05 FILLER             PIC X(2)  VALUE SPACES.

       01 WS-OBJ-RETARD-LINE.
           05 FILLER             PIC X(28)
               VALUE 'OBJECTIFS HORS TRAJECTOIRE: '.
           05 WS-H-NB            PIC Z9.
           05 FILLER             PIC X(50) VALUE SPACES.

       77 WS-TODAY           PIC 9(8).

               GOBACK
           END-IF.

           PERFORM para-lire-periode.
           OPEN INPUT OBJECTIF-FILE.
           IF WS-OBJ-STATUS = "00"
               MOVE 'Y' TO WS-OBJ-OUVERT
           END-IF.

           PERFORM para-editer-actifs.
           PERFORM para-editer-absents.

           CLOSE RELEVE-FILE.
           IF WS-OBJ-OUVERT = 'Y'
               CLOSE OBJECTIF-FILE
           END-IF.

           IF WS-NB-RELEVES = ZEROS
               DISPLAY "AUCUN OPERATEUR A EDITER."
           MOVE WS-CLOTURE-LINE TO RELEVE-LIGNE.
           WRITE RELEVE-LIGNE.

           PERFORM para-editer-objectifs.

           ADD 1 TO WS-NB-RELEVES.

      * Operators with a carried position but no entry this
               CLOSE OPER-SOLDE-FILE
           END-IF.
           MOVE 'N' TO WS-OPSOL-EOF-SW.

      * The open period the statement covers; the calendar
      * month when the control file is missing.
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
           DIVIDE WS-PERIODE BY 100 GIVING WS-PERIO-ANNEE
               REMAINDER WS-PERIO-MOIS.
           COMPUTE WS-RANG-PERIODE = WS-PERIO-ANNEE * 12
               + WS-PERIO-MOIS.

      * The operator's goals through the goal key; no goal,
      * no goals section.
       para-editer-objectifs.
           IF WS-OBJ-OUVERT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-OBJ-PREMIER.
           MOVE 'N' TO WS-OBJ-FIN.
           MOVE ZEROS TO WS-NB-HORS-TRAJ.
           MOVE WS-OPER-COURANT TO OBJ-OPERATEUR.
           MOVE ZEROS TO OBJ-NUMERO.
           START OBJECTIF-FILE KEY NOT < OBJ-CLE
               INVALID KEY MOVE 'Y' TO WS-OBJ-FIN
           END-START.
           PERFORM UNTIL WS-OBJ-FIN = 'Y'
               READ OBJECTIF-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-OBJ-FIN
                   NOT AT END
                       IF OBJ-OPERATEUR NOT = WS-OPER-COURANT
                           MOVE 'Y' TO WS-OBJ-FIN
                       ELSE
                           PERFORM para-editer-objectif
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OBJ-PREMIER = 'N'
               MOVE WS-NB-HORS-TRAJ TO WS-H-NB
               MOVE WS-OBJ-RETARD-LINE TO RELEVE-LIGNE
               WRITE RELEVE-LIGNE
           END-IF.

       para-editer-objectif.
           IF WS-OBJ-PREMIER = 'Y'
               MOVE 'N' TO WS-OBJ-PREMIER
               CALL 'myprog' USING WS-MOIS-GAINS WS-MOIS-PERTES
                   WS-TAUX
               MOVE WS-TAUX TO WS-T-TAUX
               MOVE WS-OBJ-TITRE-LINE TO RELEVE-LIGNE
               WRITE RELEVE-LIGNE
               MOVE WS-OBJ-ENTETE-LINE TO RELEVE-LIGNE
               WRITE RELEVE-LIGNE
           END-IF.

           MOVE OBJ-CUMUL TO WS-CUMUL.
           MOVE ZEROS TO WS-EFFORT.
           EVALUATE TRUE
               WHEN OBJ-STATUT = 'T'
                   MOVE 'ATTEINT' TO WS-O-ETAT
               WHEN OBJ-STATUT = 'E'
                   COMPUTE WS-EFFORT = OBJ-MONTANT-CIBLE - WS-CUMUL
                   MOVE 'ECHU' TO WS-O-ETAT
               WHEN OTHER
                   PERFORM para-projeter-objectif
           END-EVALUATE.

           MOVE OBJ-NUMERO        TO WS-O-NUMERO.
           MOVE OBJ-LIBELLE       TO WS-O-LIBELLE.
           MOVE WS-CUMUL          TO WS-O-CUMUL.
           MOVE OBJ-MONTANT-CIBLE TO WS-O-CIBLE.
           MOVE WS-EFFORT         TO WS-O-EFFORT.
           MOVE WS-OBJ-LINE TO RELEVE-LIGNE.
           WRITE RELEVE-LIGNE.

      * An active goal: this month's savings are added
      * unless the close has already counted the period,
      * and the verdict follows the close's own rule.
       para-projeter-objectif.
           DIVIDE OBJ-DATE-CIBLE BY 100 GIVING WS-CIBLE-AAAAMM.
           DIVIDE WS-CIBLE-AAAAMM BY 100 GIVING WS-CIBLE-ANNEE
               REMAINDER WS-CIBLE-MOIS.
           COMPUTE WS-RANG-CIBLE = WS-CIBLE-ANNEE * 12 + WS-CIBLE-MOIS.
           COMPUTE WS-NB-MOIS = WS-RANG-CIBLE - WS-RANG-PERIODE + 1.
           COMPUTE WS-RESTE = OBJ-MONTANT-CIBLE - WS-CUMUL.
           MOVE WS-RESTE TO WS-EFFORT-DEBUT.
           IF WS-NB-MOIS > 1
               COMPUTE WS-EFFORT-DEBUT ROUNDED = WS-RESTE / WS-NB-MOIS
           END-IF.

           MOVE ZEROS TO WS-EPARGNE.
           IF OBJ-DERNIERE-PERIODE < WS-PERIODE
               AND OBJ-DATE-DEBUT(1:6) NOT > WS-PERIODE
               COMPUTE WS-EPARGNE = WS-MOIS-GAINS - WS-MOIS-PERTES
           END-IF.
           ADD WS-EPARGNE TO WS-CUMUL.
           COMPUTE WS-RESTE = OBJ-MONTANT-CIBLE - WS-CUMUL.
           SUBTRACT 1 FROM WS-NB-MOIS.

           EVALUATE TRUE
               WHEN WS-CUMUL NOT < OBJ-MONTANT-CIBLE
                   MOVE 'ATTEINT' TO WS-O-ETAT
               WHEN WS-NB-MOIS < 1
                   MOVE WS-RESTE TO WS-EFFORT
                   MOVE 'ECHU' TO WS-O-ETAT
                   ADD 1 TO WS-NB-HORS-TRAJ
               WHEN OTHER
                   COMPUTE WS-EFFORT ROUNDED = WS-RESTE / WS-NB-MOIS
                   IF WS-EPARGNE < WS-EFFORT-DEBUT
                       OR (OBJ-TAUX-CIBLE > ZERO
                           AND WS-TAUX < OBJ-TAUX-CIBLE)
                       MOVE 'RETARD' TO WS-O-ETAT
                       ADD 1 TO WS-NB-HORS-TRAJ
                   ELSE
                       MOVE 'OK' TO WS-O-ETAT
                   END-IF
           END-EVALUATE.
