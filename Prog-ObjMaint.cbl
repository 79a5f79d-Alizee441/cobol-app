       IDENTIFICATION DIVISION.
       PROGRAM-ID. Gestion_Objectifs.

      *****************************************************
      * An operator's own savings goals (OBJECTIF-FILE):
      * their goals are listed with the amount saved so far
      * and the last verdict of the month-end measure, then
      * one is added (number 00), changed or deleted.
      *
      * A goal is a label, a target amount, a target date
      * (after today) and optionally a target monthly
      * savings rate in percent. It is measured from the
      * month it was registered in. Changing the target of
      * a goal already reached or expired makes it active
      * again when the amount saved is still short of the
      * new target. Deleting a goal keeps its history, and
      * its number is never given to a new goal: a new goal
      * takes the number after the highest one the operator
      * has used, on the goal file or in the history.
      *
      * Every goal stored or deleted is journalled through
      * Journal_Audit under the programme code OBJECTIF with
      * its target amount.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OBJSEL.
           COPY OBJHSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY OBJFD.
           COPY OBJHFD.

       WORKING-STORAGE SECTION.
       77 WS-OBJ-STATUS     PIC XX.
       77 WS-OBJH-STATUS    PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-OPERATEUR      PIC X(8) VALUE SPACES.
       77 WS-PIN            PIC X(4) VALUE SPACES.
       77 WS-AUTORISE       PIC X VALUE 'N'.
           88 WS-CONNECTE   VALUE 'Y'.
       77 WS-TODAY          PIC 9(8).
       77 WS-NUMERO         PIC 99 VALUE ZEROS.
       77 WS-DERNIER-NUMERO PIC 99 VALUE ZEROS.
       77 WS-EXISTE         PIC X VALUE 'N'.
       77 WS-SAISIE-VALIDE  PIC X VALUE 'N'.
       77 WS-ACTION         PIC X VALUE SPACES.
       77 WS-ENCORE         PIC X VALUE 'O'.
           88 WS-TERMINE    VALUE 'N'.
       77 WS-LIBELLE        PIC X(20) VALUE SPACES.
       77 WS-CIBLE          PIC 9(9)V99 VALUE ZEROS.
       77 WS-DATE-CIBLE     PIC 9(8) VALUE ZEROS.
       77 WS-TAUX-CIBLE     PIC 9(3)V99 VALUE ZEROS.
       77 WS-CIBLE-AAAAMM   PIC 9(6) VALUE ZEROS.
       77 WS-CIBLE-ANNEE    PIC 9(4) VALUE ZEROS.
       77 WS-CIBLE-MOIS     PIC 99 VALUE ZEROS.
       77 WS-CIBLE-JOUR     PIC 99 VALUE ZEROS.
       77 WS-ED-CUMUL       PIC -ZZZ,ZZZ,ZZ9.99.
       77 WS-PROGRAMME      PIC X(8) VALUE 'OBJECTIF'.
       77 WS-MONTANT-AUDIT  PIC 9(7)V99 VALUE ZEROS.
       77 WS-ED-CIBLE       PIC ZZZ,ZZZ,ZZ9.99.

      * The operator's goals, one edited line each.
       01 WS-LI-TABLE.
           05 WS-LI-LIGNE OCCURS 8 TIMES PIC X(74).
       77 WS-LI-COUNT        PIC 99 VALUE ZEROS.
       77 WS-LI-IDX          PIC 99.

       LINKAGE SECTION.
       01 LK-OPERATEUR-MENU PIC X(8).

       SCREEN SECTION.
       1 plg-titre.
           2 BLANK SCREEN.
           2 LINE 2 COL 15 VALUE 'Objectifs d''epargne :'.

       1 plg-operateur.
           2 LINE 3 COL 3 VALUE 'Identifiant operateur ?'.
           2 PIC X(8) TO WS-OPERATEUR REQUIRED.
           2 LINE 3 COL 40 VALUE 'PIN ?'.
           2 PIC X(4) TO WS-PIN REQUIRED.

       1 plg-login-refuse.
           2 LINE 3 COL 46 VALUE 'IDENTIFIANT OU PIN INCORRECT'.

       1 plg-liste.
           2 BLANK SCREEN.
           2 LINE 2 COL 15 VALUE 'Objectifs d''epargne :'.
           2 LINE 2 COL 40 PIC X(8) FROM WS-OPERATEUR.
           2 LINE 4 COL 3 VALUE
               'NO LIBELLE                       CIBLE   '.
           2 LINE 4 COL 44 VALUE 'DATE CIB         EPARGNE E'.
           2 LINE 5 COL 3 PIC X(74) FROM WS-LI-LIGNE(1).
           2 LINE 6 COL 3 PIC X(74) FROM WS-LI-LIGNE(2).
           2 LINE 7 COL 3 PIC X(74) FROM WS-LI-LIGNE(3).
           2 LINE 8 COL 3 PIC X(74) FROM WS-LI-LIGNE(4).
           2 LINE 9 COL 3 PIC X(74) FROM WS-LI-LIGNE(5).
           2 LINE 10 COL 3 PIC X(74) FROM WS-LI-LIGNE(6).
           2 LINE 11 COL 3 PIC X(74) FROM WS-LI-LIGNE(7).
           2 LINE 12 COL 3 PIC X(74) FROM WS-LI-LIGNE(8).

       1 plg-numero.
           2 LINE 14 COL 3 VALUE
               'Numero de l''objectif (00 = nouveau) ?'.
           2 PIC 99 TO WS-NUMERO.

       1 plg-introuvable.
           2 LINE 15 COL 3 VALUE 'OBJECTIF INCONNU.'.

       1 plg-complet.
           2 LINE 15 COL 3 VALUE 'NOMBRE MAXIMUM D''OBJECTIFS ATTEINT.'.

       1 plg-objectif.
           2 LINE 16 COL 3 VALUE 'Libelle ?'.
           2 PIC X(20) USING WS-LIBELLE.
           2 LINE 17 COL 3 VALUE 'Montant cible (EUR) ?'.
           2 PIC Z(8)9.99 USING WS-CIBLE.
           2 LINE 18 COL 3 VALUE 'Date cible (AAAAMMJJ) ?'.
           2 PIC 9(8) USING WS-DATE-CIBLE.
           2 LINE 19 COL 3 VALUE
               'Taux d''epargne cible % (0 = aucun) ?'.
           2 PIC ZZ9.99 USING WS-TAUX-CIBLE.

       1 plg-invalide.
           2 LINE 20 COL 3 VALUE
               'MONTANT NUL OU DATE CIBLE INVALIDE - RESSAISIR.'.

       1 plg-action.
           2 LINE 21 COL 3 VALUE
               'E = enregistrer, S = supprimer, A = abandonner ?'.
           2 PIC X TO WS-ACTION REQUIRED.

       1 plg-fait.
           2 LINE 22 COL 3 VALUE 'OBJECTIF ENREGISTRE.          '.

       1 plg-supprime.
           2 LINE 22 COL 3 VALUE 'OBJECTIF SUPPRIME.            '.

       1 plg-abandon.
           2 LINE 22 COL 3 VALUE 'AUCUNE MODIFICATION.          '.

       1 plg-echec.
           2 LINE 22 COL 3 VALUE 'FICHIER DES OBJECTIFS INACCESSIBLE :'.
           2 LINE 22 COL 40 PIC XX FROM WS-OBJ-STATUS.

       1 plg-encore.
           2 LINE 23 COL 3 VALUE 'Autre objectif (O/N) ?'.
           2 PIC X TO WS-ENCORE REQUIRED.

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

           PERFORM UNTIL WS-TERMINE
               PERFORM para-traiter-objectif
               DISPLAY plg-encore
               ACCEPT plg-encore
           END-PERFORM.

           GOBACK.

       para-traiter-objectif.
           OPEN I-O OBJECTIF-FILE.
           IF WS-OBJ-STATUS = "35"
               OPEN OUTPUT OBJECTIF-FILE
               CLOSE OBJECTIF-FILE
               OPEN I-O OBJECTIF-FILE
           END-IF.
           IF WS-OBJ-STATUS NOT = "00"
               DISPLAY plg-echec
               EXIT PARAGRAPH
           END-IF.

           PERFORM para-lister-objectifs.
           DISPLAY plg-liste.
           MOVE ZEROS TO WS-NUMERO.
           DISPLAY plg-numero.
           ACCEPT plg-numero.

           IF WS-NUMERO = ZERO
               PERFORM para-chercher-historique
               IF WS-DERNIER-NUMERO = 99
                   DISPLAY plg-complet
                   CLOSE OBJECTIF-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE 'N' TO WS-EXISTE
               MOVE SPACES TO WS-LIBELLE
               MOVE ZEROS TO WS-CIBLE WS-DATE-CIBLE WS-TAUX-CIBLE
           ELSE
               MOVE WS-OPERATEUR TO OBJ-OPERATEUR
               MOVE WS-NUMERO    TO OBJ-NUMERO
               READ OBJECTIF-FILE
                   INVALID KEY MOVE 'N' TO WS-EXISTE
                   NOT INVALID KEY MOVE 'Y' TO WS-EXISTE
               END-READ
               IF WS-EXISTE NOT = 'Y'
                   DISPLAY plg-introuvable
                   CLOSE OBJECTIF-FILE
                   EXIT PARAGRAPH
               END-IF
               MOVE OBJ-LIBELLE       TO WS-LIBELLE
               MOVE OBJ-MONTANT-CIBLE TO WS-CIBLE
               MOVE OBJ-DATE-CIBLE    TO WS-DATE-CIBLE
               MOVE OBJ-TAUX-CIBLE    TO WS-TAUX-CIBLE
           END-IF.

           MOVE 'N' TO WS-SAISIE-VALIDE.
           PERFORM UNTIL WS-SAISIE-VALIDE = 'Y'
               DISPLAY plg-objectif
               ACCEPT plg-objectif
               PERFORM para-controler-saisie
               IF WS-SAISIE-VALIDE NOT = 'Y'
                   DISPLAY plg-invalide
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-ACTION.
           DISPLAY plg-action.
           ACCEPT plg-action.
           EVALUATE TRUE
               WHEN WS-ACTION = 'E'
                   PERFORM para-enregistrer-objectif
               WHEN WS-ACTION = 'S' AND WS-EXISTE = 'Y'
                   DELETE OBJECTIF-FILE
                       INVALID KEY CONTINUE
                   END-DELETE
                   PERFORM para-journaliser
                   DISPLAY plg-supprime
               WHEN OTHER
                   DISPLAY plg-abandon
           END-EVALUATE.
           CLOSE OBJECTIF-FILE.

      * Only a date still to come, with a real month and
      * day, is a target date.
       para-controler-saisie.
           MOVE 'N' TO WS-SAISIE-VALIDE.
           DIVIDE WS-DATE-CIBLE BY 100 GIVING WS-CIBLE-AAAAMM
               REMAINDER WS-CIBLE-JOUR.
           DIVIDE WS-CIBLE-AAAAMM BY 100 GIVING WS-CIBLE-ANNEE
               REMAINDER WS-CIBLE-MOIS.
           IF WS-CIBLE > ZERO
               AND WS-DATE-CIBLE > WS-TODAY
               AND WS-CIBLE-MOIS NOT < 1 AND WS-CIBLE-MOIS NOT > 12
               AND WS-CIBLE-JOUR NOT < 1 AND WS-CIBLE-JOUR NOT > 31
               MOVE 'Y' TO WS-SAISIE-VALIDE
           END-IF.

       para-enregistrer-objectif.
           IF WS-EXISTE NOT = 'Y'
               INITIALIZE OBJECTIF-RECORD
               MOVE WS-OPERATEUR TO OBJ-OPERATEUR
               COMPUTE OBJ-NUMERO = WS-DERNIER-NUMERO + 1
               MOVE WS-TODAY TO OBJ-DATE-DEBUT
               MOVE ZEROS TO OBJ-CUMUL OBJ-DERNIERE-PERIODE
               MOVE 'A' TO OBJ-STATUT
               MOVE SPACES TO OBJ-DERNIER-ETAT
           END-IF.
           MOVE WS-LIBELLE    TO OBJ-LIBELLE.
           MOVE WS-CIBLE      TO OBJ-MONTANT-CIBLE.
           MOVE WS-DATE-CIBLE TO OBJ-DATE-CIBLE.
           MOVE WS-TAUX-CIBLE TO OBJ-TAUX-CIBLE.
           IF OBJ-STATUT NOT = 'A' AND OBJ-CUMUL < OBJ-MONTANT-CIBLE
               MOVE 'A' TO OBJ-STATUT
               MOVE SPACES TO OBJ-DERNIER-ETAT
           END-IF.
           IF WS-EXISTE = 'Y'
               REWRITE OBJECTIF-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE OBJECTIF-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           PERFORM para-journaliser.
           DISPLAY plg-fait.

      * A target beyond the audit amount is journalled at
      * the largest amount the journal holds.
       para-journaliser.
           IF WS-CIBLE > 9999999.99
               MOVE 9999999.99 TO WS-MONTANT-AUDIT
           ELSE
               MOVE WS-CIBLE TO WS-MONTANT-AUDIT
           END-IF.
           CALL 'Journal_Audit' USING WS-PROGRAMME WS-OPERATEUR
               WS-MONTANT-AUDIT.

      * The first eight goals are listed; the highest
      * number in use is kept for the next new goal.
       para-lister-objectifs.
           MOVE SPACES TO WS-LI-TABLE.
           MOVE ZEROS TO WS-LI-COUNT WS-DERNIER-NUMERO.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE WS-OPERATEUR TO OBJ-OPERATEUR.
           MOVE ZEROS TO OBJ-NUMERO.
           START OBJECTIF-FILE KEY NOT < OBJ-CLE
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
               READ OBJECTIF-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF OBJ-OPERATEUR NOT = WS-OPERATEUR
                           MOVE 'Y' TO WS-EOF-SWITCH
                       ELSE
                           MOVE OBJ-NUMERO TO WS-DERNIER-NUMERO
                           PERFORM para-lister-ligne
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-SWITCH.

      * A goal deleted after it was measured still has its
      * lines in the history; its number stays taken.
       para-chercher-historique.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT OBJHISTO-FILE.
           IF WS-OBJH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ OBJHISTO-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF OBJH-OPERATEUR = WS-OPERATEUR
                           AND OBJH-NUMERO > WS-DERNIER-NUMERO
                           MOVE OBJH-NUMERO TO WS-DERNIER-NUMERO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OBJHISTO-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-lister-ligne.
           IF WS-LI-COUNT = 8
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LI-COUNT.
           MOVE OBJ-MONTANT-CIBLE TO WS-ED-CIBLE.
           MOVE OBJ-CUMUL TO WS-ED-CUMUL.
           STRING OBJ-NUMERO ' ' OBJ-LIBELLE ' ' WS-ED-CIBLE
               '   ' OBJ-DATE-CIBLE ' ' WS-ED-CUMUL ' '
               OBJ-DERNIER-ETAT
               DELIMITED BY SIZE INTO WS-LI-LIGNE(WS-LI-COUNT).
