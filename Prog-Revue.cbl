       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcul_Budget_Revue.

      *****************************************************
      * Periodic access review for the auditors, run from
      * jcl/BUDGREVU.jcl: one line per operator of
      * OPERATOR-FILE, in id order, with the function
      * classes of its PROFIL-FILE record (saisie,
      * consultation, correction, administration - the
      * historical S/C rights when it has none, as in
      * Verifier_Profil), OPER-ACTIF, OPER-ADMIN, the last
      * login stamped by Verifier_Login and the bad-PIN
      * count OPER-ECHECS. It is printed on the REVUE file.
      *
      * Two kinds of finding are flagged under the line:
      *  - an active id not used for the number of days
      *    keyed on SYSIN (3 digits, blank = 90), or
      *    never used;
      *  - a profile that lets the same person key a
      *    posting and also correct it (correction class,
      *    which opens the correction and approval menus)
      *    or release and pay it (OPER-ADMIN, which the
      *    approval queue asks for, or the administration
      *    class, which opens the payment flag). Inactive
      *    ids are flagged too: reactivating one brings
      *    its rights back as they stand.
      *
      * The review ends with the totals and a sign-off
      * section for the reviewer. RC 4 when anything is
      * flagged, RC 8 when the operator file cannot be
      * read.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERSEL.
           COPY PROFSEL.
           SELECT REVUE-FILE
               ASSIGN TO "REVUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY OPERFD.
           COPY PROFFD.

       FD  REVUE-FILE.
       01  REVUE-LIGNE              PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-OPER-STATUS    PIC XX.
       77 WS-PROF-STATUS    PIC XX.
       77 WS-REVUE-STATUS   PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-JOURS-SAISI    PIC X(3) VALUE SPACES.
       77 WS-JOURS-MAX      PIC 9(3) VALUE 90.
       77 WS-MAX-ECHECS     PIC 9 VALUE 3.
       77 WS-TODAY          PIC 9(8).
       77 WS-HEURE          PIC 9(6).
       77 WS-TODAY-ENTIER   PIC 9(8) VALUE ZEROS.
       77 WS-AGE            PIC S9(7) VALUE ZEROS.
       77 WS-JAMAIS         PIC X VALUE 'N'.
       77 WS-SAISIE         PIC X VALUE 'O'.
       77 WS-CONSULT        PIC X VALUE 'O'.
       77 WS-CORRECT        PIC X VALUE 'N'.
       77 WS-ADMIN          PIC X VALUE 'N'.
       77 WS-NB-OPERATEURS  PIC 9(5) VALUE ZEROS.
       77 WS-NB-ACTIFS      PIC 9(5) VALUE ZEROS.
       77 WS-NB-VERROUS     PIC 9(5) VALUE ZEROS.
       77 WS-NB-INUTILISES  PIC 9(5) VALUE ZEROS.
       77 WS-NB-CONFLITS    PIC 9(5) VALUE ZEROS.
       77 WS-NB-SANS-PROFIL PIC 9(5) VALUE ZEROS.

       01 WS-PF-TABLE.
           05 WS-PF-ENTRY OCCURS 500 TIMES.
               10 WS-PF-OPERATEUR   PIC X(8).
               10 WS-PF-SAISIE      PIC X.
               10 WS-PF-CONSULT     PIC X.
               10 WS-PF-CORRECT     PIC X.
               10 WS-PF-ADMIN       PIC X.
       77 WS-PF-COUNT        PIC 9(3) VALUE ZEROS.
       77 WS-PF-IDX          PIC 9(3).

       01 WS-SEPARATEUR.
           05 FILLER             PIC X(80) VALUE ALL '='.

       01 WS-TITRE-LINE.
           05 FILLER             PIC X(30)
               VALUE 'REVUE DES ACCES OPERATEURS DU '.
           05 WS-T-DATE          PIC 9(8).
           05 FILLER             PIC X(3)  VALUE ' A '.
           05 WS-T-HEURE         PIC 9(6).
           05 FILLER             PIC X(33) VALUE SPACES.

       01 WS-CRITERE-LINE.
           05 FILLER             PIC X(34)
               VALUE 'ID ACTIF SANS CONNEXION DEPUIS    '.
           05 WS-CR-JOURS        PIC ZZ9.
           05 FILLER             PIC X(43)
               VALUE ' JOURS OU PLUS : SIGNALE'.

       01 WS-COLONNES-LINE.
           05 FILLER             PIC X(40)
               VALUE 'OPERATEUR ACT ADM  S C R A  DERNIERE CON'.
           05 FILLER             PIC X(40)
               VALUE 'NEXION    JOURS ECHECS                  '.

       01 WS-DETAIL-LINE.
           05 WS-D-OPERATEUR     PIC X(8).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-D-ACTIF         PIC X.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-D-ADMIN         PIC X.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-D-SAISIE        PIC X.
           05 FILLER             PIC X     VALUE SPACES.
           05 WS-D-CONSULT       PIC X.
           05 FILLER             PIC X     VALUE SPACES.
           05 WS-D-CORRECT       PIC X.
           05 FILLER             PIC X     VALUE SPACES.
           05 WS-D-DROIT-ADMIN   PIC X.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-CONNEXION     PIC X(17).
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 WS-D-JOURS         PIC X(5).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-D-ECHECS        PIC Z9.
           05 FILLER             PIC X     VALUE SPACES.
           05 WS-D-VERROU        PIC X(10).
           05 FILLER             PIC X(9)  VALUE SPACES.

       01 WS-CONNEXION-ZONE.
           05 WS-CX-DATE         PIC 9(8).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS-CX-HH           PIC 99.
           05 FILLER             PIC X     VALUE ':'.
           05 WS-CX-MM           PIC 99.
           05 FILLER             PIC X     VALUE ':'.
           05 WS-CX-SS           PIC 99.

       01 WS-JOURS-EDITE         PIC ZZZZ9.

       01 WS-ANOMALIE-LINE.
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 FILLER             PIC X(5)  VALUE '>>>  '.
           05 WS-A-TEXTE         PIC X(60).
           05 FILLER             PIC X(9)  VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 WS-TL-LIBELLE      PIC X(40).
           05 WS-TL-NOMBRE       PIC ZZ,ZZ9.
           05 FILLER             PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       para-principale.
           ACCEPT WS-JOURS-SAISI.
           IF WS-JOURS-SAISI NUMERIC AND WS-JOURS-SAISI NOT = "000"
               MOVE WS-JOURS-SAISI TO WS-JOURS-MAX
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE.
           COMPUTE WS-TODAY-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           PERFORM para-charger-profils.

           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "FICHIER OPERATEURS ILLISIBLE, STATUT="
                   WS-OPER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REVUE-FILE.
           IF WS-REVUE-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE D'OUVRIR REVUE, STATUT="
                   WS-REVUE-STATUS
               CLOSE OPERATOR-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM para-editer-entete.

           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
               READ OPERATOR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END PERFORM para-revoir-operateur
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-FILE.

           PERFORM para-editer-totaux.
           PERFORM para-editer-visa.
           CLOSE REVUE-FILE.

           DISPLAY "REVUE DES ACCES : " WS-NB-OPERATEURS
               " OPERATEURS, " WS-NB-INUTILISES " INUTILISES, "
               WS-NB-CONFLITS " CUMULS DE DROITS".

           IF WS-NB-INUTILISES > ZERO OR WS-NB-CONFLITS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      * The profile file is small and flat: it is read once
      * into a table rather than once per operator.
       para-charger-profils.
           MOVE ZEROS TO WS-PF-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PROFIL-FILE.
           IF WS-PROF-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ PROFIL-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-PF-COUNT < 500
                               ADD 1 TO WS-PF-COUNT
                               MOVE PROFIL-RECORD
                                   TO WS-PF-ENTRY(WS-PF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFIL-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-editer-entete.
           MOVE WS-SEPARATEUR TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE WS-TODAY TO WS-T-DATE.
           MOVE WS-HEURE TO WS-T-HEURE.
           MOVE WS-TITRE-LINE TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE WS-JOURS-MAX TO WS-CR-JOURS.
           MOVE WS-CRITERE-LINE TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE WS-SEPARATEUR TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE WS-COLONNES-LINE TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE SPACES TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.

       para-revoir-operateur.
           ADD 1 TO WS-NB-OPERATEURS.
           PERFORM para-trouver-profil.

           MOVE OPER-ID     TO WS-D-OPERATEUR.
           MOVE OPER-ACTIF  TO WS-D-ACTIF.
           MOVE OPER-ADMIN  TO WS-D-ADMIN.
           MOVE WS-SAISIE   TO WS-D-SAISIE.
           MOVE WS-CONSULT  TO WS-D-CONSULT.
           MOVE WS-CORRECT  TO WS-D-CORRECT.
           MOVE WS-ADMIN    TO WS-D-DROIT-ADMIN.
           MOVE OPER-ECHECS TO WS-D-ECHECS.
           MOVE SPACES      TO WS-D-VERROU.
           IF OPER-ECHECS NOT < WS-MAX-ECHECS
               MOVE 'VERROUILLE' TO WS-D-VERROU
               ADD 1 TO WS-NB-VERROUS
           END-IF.
           IF OPER-ACTIF = 'A'
               ADD 1 TO WS-NB-ACTIFS
           END-IF.

      * A record reloaded from an older generation can carry
      * spaces there: it counts as never used.
           MOVE 'N' TO WS-JAMAIS.
           IF OPER-DERN-CONNEX-DATE NOT NUMERIC
               OR OPER-DERN-CONNEX-DATE = ZEROS
               MOVE 'Y' TO WS-JAMAIS
               MOVE 'JAMAIS' TO WS-D-CONNEXION
               MOVE SPACES TO WS-D-JOURS
           ELSE
               MOVE OPER-DERN-CONNEX-DATE TO WS-CX-DATE
               MOVE OPER-DERN-CONNEX-HEURE(1:2) TO WS-CX-HH
               MOVE OPER-DERN-CONNEX-HEURE(3:2) TO WS-CX-MM
               MOVE OPER-DERN-CONNEX-HEURE(5:2) TO WS-CX-SS
               MOVE WS-CONNEXION-ZONE TO WS-D-CONNEXION
               COMPUTE WS-AGE = WS-TODAY-ENTIER
                   - FUNCTION INTEGER-OF-DATE(OPER-DERN-CONNEX-DATE)
               MOVE WS-AGE TO WS-JOURS-EDITE
               MOVE WS-JOURS-EDITE TO WS-D-JOURS
           END-IF.

           MOVE WS-DETAIL-LINE TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.

           IF OPER-ACTIF = 'A'
               IF WS-JAMAIS = 'Y'
                   MOVE 'ID ACTIF JAMAIS UTILISE' TO WS-A-TEXTE
                   PERFORM para-ecrire-anomalie
                   ADD 1 TO WS-NB-INUTILISES
               ELSE
                   IF WS-AGE NOT < WS-JOURS-MAX
                       MOVE 'ID ACTIF SANS CONNEXION DEPUIS LA LIMITE'
                           TO WS-A-TEXTE
                       PERFORM para-ecrire-anomalie
                       ADD 1 TO WS-NB-INUTILISES
                   END-IF
               END-IF
           END-IF.

           IF WS-SAISIE = 'O'
               IF WS-CORRECT = 'O'
                   MOVE 'SAISIE ET CORRECTION/APPROBATION (PROFIL R)'
                       TO WS-A-TEXTE
                   PERFORM para-ecrire-anomalie
                   ADD 1 TO WS-NB-CONFLITS
               END-IF
               IF OPER-ADMIN = 'O' OR WS-ADMIN = 'O'
                   MOVE
                   'SAISIE ET LIBERATION/MISE EN PAIEMENT (ADMIN)'
                       TO WS-A-TEXTE
                   PERFORM para-ecrire-anomalie
                   ADD 1 TO WS-NB-CONFLITS
               END-IF
           END-IF.

      * Same reading as Verifier_Profil: no record means the
      * historical rights, and 'Y' is taken as 'O'.
       para-trouver-profil.
           MOVE 'O' TO WS-SAISIE WS-CONSULT.
           MOVE 'N' TO WS-CORRECT WS-ADMIN.
           MOVE 1 TO WS-PF-IDX.
           PERFORM UNTIL WS-PF-IDX > WS-PF-COUNT
                       OR WS-PF-OPERATEUR(WS-PF-IDX) = OPER-ID
               ADD 1 TO WS-PF-IDX
           END-PERFORM.
           IF WS-PF-IDX > WS-PF-COUNT
               ADD 1 TO WS-NB-SANS-PROFIL
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PF-SAISIE(WS-PF-IDX)  TO WS-SAISIE.
           MOVE WS-PF-CONSULT(WS-PF-IDX) TO WS-CONSULT.
           MOVE WS-PF-CORRECT(WS-PF-IDX) TO WS-CORRECT.
           MOVE WS-PF-ADMIN(WS-PF-IDX)   TO WS-ADMIN.
           IF WS-SAISIE = 'Y'
               MOVE 'O' TO WS-SAISIE
           END-IF.
           IF WS-CONSULT = 'Y'
               MOVE 'O' TO WS-CONSULT
           END-IF.
           IF WS-CORRECT = 'Y'
               MOVE 'O' TO WS-CORRECT
           END-IF.
           IF WS-ADMIN = 'Y'
               MOVE 'O' TO WS-ADMIN
           END-IF.

       para-ecrire-anomalie.
           MOVE WS-ANOMALIE-LINE TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.

       para-editer-totaux.
           MOVE SPACES TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE WS-SEPARATEUR TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE 'OPERATEURS REVUS' TO WS-TL-LIBELLE.
           MOVE WS-NB-OPERATEURS TO WS-TL-NOMBRE.
           PERFORM para-ecrire-total.
           MOVE 'DONT ACTIFS' TO WS-TL-LIBELLE.
           MOVE WS-NB-ACTIFS TO WS-TL-NOMBRE.
           PERFORM para-ecrire-total.
           MOVE 'DONT VERROUILLES (PIN)' TO WS-TL-LIBELLE.
           MOVE WS-NB-VERROUS TO WS-TL-NOMBRE.
           PERFORM para-ecrire-total.
           MOVE 'SANS PROFIL (DROITS S/C PAR DEFAUT)'
               TO WS-TL-LIBELLE.
           MOVE WS-NB-SANS-PROFIL TO WS-TL-NOMBRE.
           PERFORM para-ecrire-total.
           MOVE 'IDS ACTIFS INUTILISES' TO WS-TL-LIBELLE.
           MOVE WS-NB-INUTILISES TO WS-TL-NOMBRE.
           PERFORM para-ecrire-total.
           MOVE 'CUMULS DE DROITS A SEPARER' TO WS-TL-LIBELLE.
           MOVE WS-NB-CONFLITS TO WS-TL-NOMBRE.
           PERFORM para-ecrire-total.

       para-ecrire-total.
           MOVE WS-TOTAL-LINE TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.

       para-editer-visa.
           MOVE SPACES TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE WS-SEPARATEUR TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE 'VISA DU REVISEUR' TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE SPACES TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE 'NOM DU REVISEUR   : ______________________________'
               TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE SPACES TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE 'FONCTION          : ______________________________'
               TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE SPACES TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE 'DATE DE LA REVUE  : ____/____/________'
               TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE SPACES TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE 'ANOMALIES TRAITEES (O/N) : ___   SIGNATURE : ______'
               TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE SPACES TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE 'OBSERVATIONS :' TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE ALL '_' TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE ALL '_' TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
           MOVE WS-SEPARATEUR TO REVUE-LIGNE.
           WRITE REVUE-LIGNE.
