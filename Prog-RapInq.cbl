       IDENTIFICATION DIVISION.
       PROGRAM-ID. Consultation_Rapports.

      *****************************************************
      * Inquiry and reprint over the report repository that
      * Calcul_Budget_Classement fills: the runs kept for a
      * job and/or a period are listed, one is picked by its
      * number, and it is shown again page by page or
      * reprinted on the REIMPR print file exactly as it
      * first came out.
      *
      * Reserved to the consultation profile. Statement
      * runs (the monthly and yearly RELEVE) show an
      * operator only the section of their own statement;
      * an operator with the administration profile sees
      * every section. Every reprint is journalled through
      * Journal_Audit under the programme code REIMPR, with
      * the lines reprinted as the amount.
      *
      * Selection criteria are read from SYSIN after the
      * login, one per line: the job (blank = all) and the
      * period AAAAMM (blank = all, AAAA00 for a yearly
      * report); then, per run, its number (0 = end) and E
      * (screen) or I (reprint).
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RAPPSEL.
           SELECT REIMPRESSION
               ASSIGN TO "REIMPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REIMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY RAPPFD.

       FD  REIMPRESSION.
       01  REIMP-LIGNE              PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-RAPP-STATUS    PIC XX.
       77 WS-REIMP-STATUS   PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-LINE-COUNT     PIC 9(2) VALUE ZEROS.
       77 WS-LINES-PER-PAGE PIC 9(2) VALUE 20.
       77 WS-OPERATEUR      PIC X(8) VALUE SPACES.
       77 WS-PIN            PIC X(4) VALUE SPACES.
       77 WS-AUTORISE       PIC X VALUE 'N'.
           88 WS-CONNECTE   VALUE 'Y'.
       77 WS-FONCTION       PIC X VALUE SPACES.
       77 WS-DROIT-CONSULT  PIC X VALUE 'N'.
       77 WS-DROIT-ADMIN    PIC X VALUE 'N'.
       77 WS-PROGRAMME      PIC X(8) VALUE 'REIMPR'.
       77 WS-MONTANT-AUDIT  PIC 9(7)V99 VALUE ZEROS.

       77 WS-SEL-JOB        PIC X(8) VALUE SPACES.
       77 WS-SEL-SAISIE     PIC X(6) VALUE SPACES.
       77 WS-SEL-PERIODE    PIC 9(6) VALUE ZEROS.
       77 WS-CHOIX-SAISI    PIC X(2) VALUE SPACES.
       77 WS-CHOIX          PIC 99 VALUE ZEROS.
       77 WS-SORTIE         PIC X VALUE SPACES.
       77 WS-SUITE          PIC X VALUE SPACES.
       77 WS-NB-LIGNES      PIC 9(6) VALUE ZEROS.
       77 WS-FIN-RUN        PIC X VALUE 'N'.
       77 WS-ABANDON        PIC X VALUE 'N'.

      * The runs listed, by their number on the screen.
       01 WS-RU-TABLE.
           05 WS-RU-ENTRY OCCURS 50 TIMES.
               10 WS-RU-JOB         PIC X(8).
               10 WS-RU-ETAPE       PIC X(8).
               10 WS-RU-DATE        PIC 9(8).
               10 WS-RU-HEURE       PIC 9(6).
               10 WS-RU-TYPE        PIC X.
       77 WS-RU-COUNT        PIC 99 VALUE ZEROS.
       77 WS-RU-IDX          PIC 99.
       77 WS-RU-PLEINE       PIC X VALUE 'N'.

       01 WS-HEADER-LINE.
           05 FILLER            PIC X(4)  VALUE 'NO'.
           05 FILLER            PIC X(9)  VALUE 'JOB'.
           05 FILLER            PIC X(9)  VALUE 'ETAPE'.
           05 FILLER            PIC X(16) VALUE 'EXECUTION'.
           05 FILLER            PIC X(8)  VALUE 'PERIODE'.
           05 FILLER            PIC X(8)  VALUE 'LIGNES'.
           05 FILLER            PIC X(8)  VALUE 'NATURE'.

       01 WS-RUN-LINE.
           05 WS-L-NO            PIC Z9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-L-JOB           PIC X(8).
           05 FILLER             PIC X     VALUE SPACES.
           05 WS-L-ETAPE         PIC X(8).
           05 FILLER             PIC X     VALUE SPACES.
           05 WS-L-DATE          PIC 9(8).
           05 FILLER             PIC X     VALUE '/'.
           05 WS-L-HEURE         PIC 9(6).
           05 FILLER             PIC X     VALUE SPACES.
           05 WS-L-PERIODE       PIC 9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-L-LIGNES        PIC ZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-L-NATURE        PIC X(8).

       01 WS-BANNIERE-LINE.
           05 FILLER             PIC X(15) VALUE 'REIMPRESSION - '.
           05 WS-B-JOB           PIC X(8).
           05 FILLER             PIC X     VALUE SPACES.
           05 WS-B-ETAPE         PIC X(8).
           05 FILLER             PIC X(4)  VALUE ' DU '.
           05 WS-B-DATE          PIC 9(8).
           05 FILLER             PIC X     VALUE '/'.
           05 WS-B-HEURE         PIC 9(6).
           05 FILLER             PIC X(6)  VALUE ' PAR  '.
           05 WS-B-OPERATEUR     PIC X(8).
           05 FILLER             PIC X(4)  VALUE ' LE '.
           05 WS-B-TODAY         PIC 9(8).

       LINKAGE SECTION.
       01 LK-OPERATEUR-MENU PIC X(8).

       PROCEDURE DIVISION USING LK-OPERATEUR-MENU.
       para-principale.
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
               DISPLAY "IDENTIFIANT OPERATEUR ?"
               ACCEPT WS-OPERATEUR
               DISPLAY "PIN ?"
               ACCEPT WS-PIN
               CALL 'Verifier_Login' USING WS-OPERATEUR WS-PIN
                   WS-AUTORISE
               IF NOT WS-CONNECTE
                   DISPLAY "IDENTIFIANT OU PIN INCORRECT"
               END-IF
           END-PERFORM.

      * The menu only offers the inquiry to the consultation
      * profile; a standalone launch is held to the same.
           MOVE 'C' TO WS-FONCTION.
           CALL 'Verifier_Profil' USING WS-OPERATEUR WS-FONCTION
               WS-DROIT-CONSULT.
           IF WS-DROIT-CONSULT NOT = 'Y'
               DISPLAY "FONCTION NON AUTORISEE."
               GOBACK
           END-IF.
           MOVE 'A' TO WS-FONCTION.
           CALL 'Verifier_Profil' USING WS-OPERATEUR WS-FONCTION
               WS-DROIT-ADMIN.

           PERFORM para-lire-selection.

           OPEN INPUT RAPPORT-FILE.
           IF WS-RAPP-STATUS NOT = "00"
               DISPLAY "AUCUN RAPPORT CLASSE A CONSULTER."
               GOBACK
           END-IF.

           PERFORM para-lister-runs.
           IF WS-RU-COUNT = ZERO
               DISPLAY "AUCUN RAPPORT POUR CETTE SELECTION."
               CLOSE RAPPORT-FILE
               GOBACK
           END-IF.

           MOVE 99 TO WS-CHOIX.
           PERFORM UNTIL WS-CHOIX = ZERO
               PERFORM para-choisir-run
           END-PERFORM.

           CLOSE RAPPORT-FILE.
           DISPLAY "CONSULTATION TERMINEE.".

           GOBACK.

      * Blank answers mean "no restriction".
       para-lire-selection.
           DISPLAY "JOB (BLANC = TOUS) ?".
           ACCEPT WS-SEL-JOB.
           MOVE SPACES TO WS-SEL-SAISIE.
           DISPLAY "PERIODE AAAAMM (BLANC = TOUTES) ?".
           ACCEPT WS-SEL-SAISIE.
           EVALUATE TRUE
               WHEN WS-SEL-SAISIE NUMERIC
                   MOVE WS-SEL-SAISIE TO WS-SEL-PERIODE
               WHEN WS-SEL-SAISIE(1:4) NUMERIC
                   AND WS-SEL-SAISIE(5:2) = SPACES
                   MOVE WS-SEL-SAISIE(1:4) TO WS-SEL-PERIODE(1:4)
                   MOVE '00' TO WS-SEL-PERIODE(5:2)
               WHEN OTHER
                   MOVE ZEROS TO WS-SEL-PERIODE
           END-EVALUATE.

      * Header records only: after each one the walk skips
      * past the run's lines with a START beyond its last
      * possible line number.
       para-lister-runs.
           MOVE ZEROS TO WS-RU-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO RAPP-CLE.
           IF WS-SEL-JOB NOT = SPACES
               MOVE WS-SEL-JOB TO RAPP-JOB
           END-IF.
           START RAPPORT-FILE KEY NOT < RAPP-CLE
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.

           DISPLAY SPACES.
           DISPLAY "RAPPORTS CLASSES".
           DISPLAY WS-HEADER-LINE.
           PERFORM UNTIL WS-EOF
               READ RAPPORT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END PERFORM para-retenir-run
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-SWITCH.
           IF WS-RU-PLEINE = 'Y'
               DISPLAY "PLUS DE 50 RAPPORTS - PRECISER LA SELECTION."
           END-IF.

       para-retenir-run.
           IF WS-SEL-JOB NOT = SPACES AND RAPP-JOB NOT = WS-SEL-JOB
               MOVE 'Y' TO WS-EOF-SWITCH
               EXIT PARAGRAPH
           END-IF.
           IF RAPP-LIGNE = ZERO
               AND (WS-SEL-PERIODE = ZERO
                   OR RAPP-PERIODE = WS-SEL-PERIODE)
               IF WS-RU-COUNT < 50
                   ADD 1 TO WS-RU-COUNT
                   MOVE RAPP-JOB     TO WS-RU-JOB(WS-RU-COUNT)
                   MOVE RAPP-ETAPE   TO WS-RU-ETAPE(WS-RU-COUNT)
                   MOVE RAPP-DATE    TO WS-RU-DATE(WS-RU-COUNT)
                   MOVE RAPP-HEURE   TO WS-RU-HEURE(WS-RU-COUNT)
                   MOVE RAPP-H-TYPE  TO WS-RU-TYPE(WS-RU-COUNT)
                   MOVE WS-RU-COUNT  TO WS-L-NO
                   MOVE RAPP-JOB     TO WS-L-JOB
                   MOVE RAPP-ETAPE   TO WS-L-ETAPE
                   MOVE RAPP-DATE    TO WS-L-DATE
                   MOVE RAPP-HEURE   TO WS-L-HEURE
                   MOVE RAPP-PERIODE TO WS-L-PERIODE
                   MOVE RAPP-H-NB-LIGNES TO WS-L-LIGNES
                   IF RAPP-H-TYPE = 'R'
                       MOVE 'RELEVES' TO WS-L-NATURE
                   ELSE
                       MOVE SPACES TO WS-L-NATURE
                   END-IF
                   DISPLAY WS-RUN-LINE
               ELSE
                   MOVE 'Y' TO WS-RU-PLEINE
               END-IF
           END-IF.
           MOVE 999999 TO RAPP-LIGNE.
           START RAPPORT-FILE KEY > RAPP-CLE
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.

       para-choisir-run.
           MOVE SPACES TO WS-CHOIX-SAISI.
           DISPLAY "NUMERO DU RAPPORT (0 = FIN) ?".
           ACCEPT WS-CHOIX-SAISI.
           IF WS-CHOIX-SAISI = SPACES
               MOVE ZERO TO WS-CHOIX
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHOIX-SAISI(2:1) = SPACE
               MOVE WS-CHOIX-SAISI(1:1) TO WS-CHOIX-SAISI(2:1)
               MOVE '0' TO WS-CHOIX-SAISI(1:1)
           END-IF.
           IF WS-CHOIX-SAISI NOT NUMERIC
               DISPLAY "NUMERO INVALIDE."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHOIX-SAISI TO WS-CHOIX.
           IF WS-CHOIX = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHOIX > WS-RU-COUNT
               DISPLAY "NUMERO INVALIDE."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHOIX TO WS-RU-IDX.

           DISPLAY "ECRAN (E) OU REIMPRESSION (I) ?".
           ACCEPT WS-SORTIE.
           EVALUATE WS-SORTIE
               WHEN 'E' PERFORM para-afficher-run
               WHEN 'I' PERFORM para-reimprimer-run
               WHEN OTHER DISPLAY "CHOIX INVALIDE."
           END-EVALUATE.

      * The operator's own section only, in a statement
      * run, unless the administration profile is held.
       para-lire-ligne-run.
           MOVE 'N' TO WS-FIN-RUN.
           PERFORM UNTIL WS-FIN-RUN = 'Y'
               READ RAPPORT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-FIN-RUN
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF RAPP-JOB NOT = WS-RU-JOB(WS-RU-IDX)
                           OR RAPP-ETAPE NOT = WS-RU-ETAPE(WS-RU-IDX)
                           OR RAPP-DATE NOT = WS-RU-DATE(WS-RU-IDX)
                           OR RAPP-HEURE NOT = WS-RU-HEURE(WS-RU-IDX)
                           MOVE 'Y' TO WS-FIN-RUN
                           MOVE 'Y' TO WS-EOF-SWITCH
                       ELSE
                           IF WS-RU-TYPE(WS-RU-IDX) NOT = 'R'
                               OR WS-DROIT-ADMIN = 'Y'
                               OR RAPP-OPERATEUR = WS-OPERATEUR
                               MOVE 'Y' TO WS-FIN-RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       para-demarrer-run.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO WS-NB-LIGNES.
           MOVE WS-RU-JOB(WS-RU-IDX)   TO RAPP-JOB.
           MOVE WS-RU-ETAPE(WS-RU-IDX) TO RAPP-ETAPE.
           MOVE WS-RU-DATE(WS-RU-IDX)  TO RAPP-DATE.
           MOVE WS-RU-HEURE(WS-RU-IDX) TO RAPP-HEURE.
           MOVE 1 TO RAPP-LIGNE.
           START RAPPORT-FILE KEY NOT < RAPP-CLE
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           IF NOT WS-EOF
               PERFORM para-lire-ligne-run
           END-IF.

       para-afficher-run.
           PERFORM para-demarrer-run.
           MOVE ZEROS TO WS-LINE-COUNT.
           MOVE 'N' TO WS-ABANDON.
           DISPLAY SPACES.
           PERFORM UNTIL WS-EOF OR WS-ABANDON = 'Y'
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   DISPLAY "SUITE (ENTREE) OU FIN (F) ?"
                   MOVE SPACES TO WS-SUITE
                   ACCEPT WS-SUITE
                   IF WS-SUITE = 'F'
                       MOVE 'Y' TO WS-ABANDON
                   END-IF
                   MOVE ZEROS TO WS-LINE-COUNT
               END-IF
               IF WS-ABANDON NOT = 'Y'
                   DISPLAY RAPP-TEXTE
                   ADD 1 TO WS-LINE-COUNT
                   ADD 1 TO WS-NB-LIGNES
                   PERFORM para-lire-ligne-run
               END-IF
           END-PERFORM.
           IF WS-NB-LIGNES = ZERO
               DISPLAY "AUCUNE LIGNE A VOTRE NOM DANS CE RAPPORT."
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-reimprimer-run.
           OPEN OUTPUT REIMPRESSION.
           IF WS-REIMP-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE D'OUVRIR REIMPR, STATUT="
                   WS-REIMP-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RU-JOB(WS-RU-IDX)   TO WS-B-JOB.
           MOVE WS-RU-ETAPE(WS-RU-IDX) TO WS-B-ETAPE.
           MOVE WS-RU-DATE(WS-RU-IDX)  TO WS-B-DATE.
           MOVE WS-RU-HEURE(WS-RU-IDX) TO WS-B-HEURE.
           MOVE WS-OPERATEUR           TO WS-B-OPERATEUR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-B-TODAY.
           MOVE WS-BANNIERE-LINE TO REIMP-LIGNE.
           WRITE REIMP-LIGNE.

           PERFORM para-demarrer-run.
           PERFORM UNTIL WS-EOF
               MOVE RAPP-TEXTE TO REIMP-LIGNE
               WRITE REIMP-LIGNE
               ADD 1 TO WS-NB-LIGNES
               PERFORM para-lire-ligne-run
           END-PERFORM.
           CLOSE REIMPRESSION.
           MOVE 'N' TO WS-EOF-SWITCH.

           MOVE WS-NB-LIGNES TO WS-MONTANT-AUDIT.
           CALL 'Journal_Audit' USING WS-PROGRAMME WS-OPERATEUR
               WS-MONTANT-AUDIT.
           IF WS-NB-LIGNES = ZERO
               DISPLAY "AUCUNE LIGNE A VOTRE NOM DANS CE RAPPORT."
           ELSE
               DISPLAY "RAPPORT REIMPRIME - LIGNES : " WS-NB-LIGNES
           END-IF.
