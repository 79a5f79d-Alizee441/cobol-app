       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcul_Budget_Classement.

      *****************************************************
      * Files one report run in the report repository
      * RAPPORT-FILE, so a report still exists once the
      * spool is purged. Run in the JCL straight after the
      * step that printed it: that step's print file
      * (SYSOUT, RELEVE, RELANN) goes to a temporary
      * dataset read here as RAPIN, each line is stored
      * under the job, the step, the run date and time and
      * its line number, and the report is printed again on
      * SYSOUT exactly as it came, so the morning's paper
      * copy does not change.
      *
      * SYSIN, one item per line: the job name, the step
      * name, the period the report covers (AAAAMM, AAAA for
      * a yearly report, blank = the open period on
      * BUDGPERIO, PRECEDENTE = the period before it, for
      * the reports printed after the close has moved it
      * on) and the kind - RELEVE for operator statements, blank
      * for any other report. In a statement run every line
      * is tagged with the operator whose section it is in
      * (the section header "RELEVE ... - OPER id" opens it,
      * the separator line above it goes with it), which is
      * what lets Consultation_Rapports show an operator
      * their own statement only.
      *
      * RC 8 when the SYSIN is wrong or a file cannot be
      * opened or written - the report is then not filed,
      * and its printed copy on SYSOUT is the only one.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RAPPSEL.
           COPY PERIOSEL.
           SELECT RAPPORT-ENTREE
               ASSIGN TO "RAPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAPIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY RAPPFD.
           COPY PERIOFD.

       FD  RAPPORT-ENTREE.
       01  RAPIN-LIGNE              PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-RAPP-STATUS    PIC XX.
       77 WS-RAPIN-STATUS   PIC XX.
       77 WS-PERIO-STATUS   PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-JOB            PIC X(8) VALUE SPACES.
       77 WS-ETAPE          PIC X(8) VALUE SPACES.
       77 WS-PERIODE-SAISIE PIC X(10) VALUE SPACES.
       77 WS-MODE           PIC X(8) VALUE SPACES.
       77 WS-PERIODE        PIC 9(6) VALUE ZEROS.
       77 WS-PERIO-ANNEE    PIC 9(4).
       77 WS-PERIO-MOIS     PIC 9(2).
       77 WS-TYPE           PIC X VALUE 'G'.
       77 WS-TODAY          PIC 9(8).
       77 WS-HEURE          PIC 9(6).
       77 WS-NO-LIGNE       PIC 9(6) VALUE ZEROS.
       77 WS-OPER-SECTION   PIC X(8) VALUE SPACES.
       77 WS-SEPARATEUR-VU  PIC X VALUE 'N'.
       77 WS-SEPARATEUR     PIC X(132) VALUE SPACES.
       77 WS-CLE-LIBRE      PIC X VALUE 'N'.
       77 WS-ERREUR         PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       para-principale.
           ACCEPT WS-JOB.
           ACCEPT WS-ETAPE.
           ACCEPT WS-PERIODE-SAISIE.
           ACCEPT WS-MODE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE.

           IF WS-JOB = SPACES OR WS-ETAPE = SPACES
               DISPLAY "SYSIN INVALIDE - JOB PUIS ETAPE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN WS-PERIODE-SAISIE = SPACES
                   PERFORM para-lire-periode
               WHEN WS-PERIODE-SAISIE = 'PRECEDENTE'
                   PERFORM para-lire-periode
                   PERFORM para-periode-precedente
               WHEN WS-PERIODE-SAISIE(1:6) NUMERIC
                   AND WS-PERIODE-SAISIE(7:4) = SPACES
                   MOVE WS-PERIODE-SAISIE(1:6) TO WS-PERIODE
               WHEN WS-PERIODE-SAISIE(1:4) NUMERIC
                   AND WS-PERIODE-SAISIE(5:6) = SPACES
                   COMPUTE WS-PERIODE =
                       FUNCTION NUMVAL(WS-PERIODE-SAISIE(1:4)) * 100
               WHEN OTHER
                   DISPLAY "PERIODE INVALIDE : " WS-PERIODE-SAISIE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

           IF WS-MODE = 'RELEVE'
               MOVE 'R' TO WS-TYPE
           ELSE
               MOVE 'G' TO WS-TYPE
           END-IF.

           OPEN INPUT RAPPORT-ENTREE.
           IF WS-RAPIN-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE D'OUVRIR RAPIN, STATUT="
                   WS-RAPIN-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O RAPPORT-FILE.
           IF WS-RAPP-STATUS = "35"
               OPEN OUTPUT RAPPORT-FILE
               CLOSE RAPPORT-FILE
               OPEN I-O RAPPORT-FILE
           END-IF.
           IF WS-RAPP-STATUS NOT = "00"
               DISPLAY "REFERENTIEL DES RAPPORTS INACCESSIBLE, STATUT="
                   WS-RAPP-STATUS
               PERFORM para-recopier-seulement
               CLOSE RAPPORT-ENTREE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM para-choisir-cle.

           PERFORM UNTIL WS-EOF
               READ RAPPORT-ENTREE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       DISPLAY RAPIN-LIGNE
                       PERFORM para-classer-ligne
               END-READ
           END-PERFORM.
           IF WS-SEPARATEUR-VU = 'Y'
               MOVE WS-SEPARATEUR TO RAPP-TEXTE
               PERFORM para-ecrire-ligne
           END-IF.

           PERFORM para-ecrire-entete.

           CLOSE RAPPORT-ENTREE.
           CLOSE RAPPORT-FILE.

           IF WS-ERREUR = 'Y'
               DISPLAY "RAPPORT " WS-JOB " " WS-ETAPE
                   " MAL CLASSE - A RECLASSER."
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

      * Same rule as Calcul_Budget_Cloture: no period file
      * yet means the month of the run.
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
               MOVE WS-TODAY(1:6) TO WS-PERIODE
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

      * A rerun within the same second would fall on the
      * key of the run before it: it is moved on a second
      * so both runs are kept.
       para-choisir-cle.
           MOVE 'N' TO WS-CLE-LIBRE.
           PERFORM UNTIL WS-CLE-LIBRE = 'Y'
               MOVE WS-JOB   TO RAPP-JOB
               MOVE WS-ETAPE TO RAPP-ETAPE
               MOVE WS-TODAY TO RAPP-DATE
               MOVE WS-HEURE TO RAPP-HEURE
               MOVE ZEROS    TO RAPP-LIGNE
               READ RAPPORT-FILE
                   INVALID KEY MOVE 'Y' TO WS-CLE-LIBRE
                   NOT INVALID KEY ADD 1 TO WS-HEURE
               END-READ
           END-PERFORM.

      * In a statement run a separator line is held until
      * the next line says whose section it opens.
       para-classer-ligne.
           IF WS-TYPE = 'R'
               IF RAPIN-LIGNE(1:7) = 'RELEVE '
                   AND RAPIN-LIGNE(18:5) = 'OPER '
                   MOVE RAPIN-LIGNE(23:8) TO WS-OPER-SECTION
               END-IF
               IF WS-SEPARATEUR-VU = 'Y'
                   MOVE WS-SEPARATEUR TO RAPP-TEXTE
                   PERFORM para-ecrire-ligne
                   MOVE 'N' TO WS-SEPARATEUR-VU
               END-IF
               IF RAPIN-LIGNE(1:10) = ALL '='
                   MOVE RAPIN-LIGNE TO WS-SEPARATEUR
                   MOVE 'Y' TO WS-SEPARATEUR-VU
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE RAPIN-LIGNE TO RAPP-TEXTE.
           PERFORM para-ecrire-ligne.

       para-ecrire-ligne.
           ADD 1 TO WS-NO-LIGNE.
           MOVE WS-JOB      TO RAPP-JOB.
           MOVE WS-ETAPE    TO RAPP-ETAPE.
           MOVE WS-TODAY    TO RAPP-DATE.
           MOVE WS-HEURE    TO RAPP-HEURE.
           MOVE WS-NO-LIGNE TO RAPP-LIGNE.
           MOVE WS-PERIODE  TO RAPP-PERIODE.
           IF WS-TYPE = 'R'
               MOVE WS-OPER-SECTION TO RAPP-OPERATEUR
           ELSE
               MOVE SPACES TO RAPP-OPERATEUR
           END-IF.
           WRITE RAPPORT-RECORD
               INVALID KEY MOVE 'Y' TO WS-ERREUR
           END-WRITE.

      * The header goes in last, once the line count is
      * known: a run without its header was cut short.
       para-ecrire-entete.
           MOVE WS-JOB      TO RAPP-JOB.
           MOVE WS-ETAPE    TO RAPP-ETAPE.
           MOVE WS-TODAY    TO RAPP-DATE.
           MOVE WS-HEURE    TO RAPP-HEURE.
           MOVE ZEROS       TO RAPP-LIGNE.
           MOVE WS-PERIODE  TO RAPP-PERIODE.
           MOVE SPACES      TO RAPP-OPERATEUR.
           MOVE SPACES      TO RAPP-TEXTE.
           MOVE WS-TYPE     TO RAPP-H-TYPE.
           MOVE WS-NO-LIGNE TO RAPP-H-NB-LIGNES.
           WRITE RAPPORT-RECORD
               INVALID KEY MOVE 'Y' TO WS-ERREUR
           END-WRITE.
           DISPLAY "RAPPORT CLASSE : " WS-JOB " " WS-ETAPE " "
               WS-TODAY " " WS-HEURE " PERIODE " WS-PERIODE
               " LIGNES " WS-NO-LIGNE.

      * The repository being unreachable must not cost the
      * printed copy as well.
       para-recopier-seulement.
           PERFORM UNTIL WS-EOF
               READ RAPPORT-ENTREE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END DISPLAY RAPIN-LIGNE
               END-READ
           END-PERFORM.
