       IDENTIFICATION DIVISION.
       PROGRAM-ID. Gestion_Etalements.

      *****************************************************
      * Puts a prepaid or annual posting (insurance, a
      * subscription, the yearly tax bill) on the spreading
      * schedule: the entry is looked up by its posting
      * sequence, the operator keys over how many months
      * it is to be spread and from which period, and an
      * 'ETALE' contra - gains and pertes swapped, exactly
      * as Correction_Budget does it - takes the whole
      * amount back out of the month it was paid in.
      * Calcul_Budget_Etalement then posts one share per
      * month after each close, so Calcul_Budget_Variance
      * and Calcul_Budget_Prevision see twelve normal
      * months instead of one wrecked one.
      *
      * Only an entry still in the open period can be
      * spread: the contra must cancel it inside the same
      * month. When the spreading starts in the open
      * period, its first share is posted here at once -
      * the release step only ever runs for the month the
      * close has just opened.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LEDGSEL.
           COPY ETALSEL.
           COPY PERIOSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY LEDGFD.
           COPY ETALFD.
           COPY PERIOFD.

       WORKING-STORAGE SECTION.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-ETAL-STATUS    PIC XX.
       77 WS-PERIO-STATUS   PIC XX.
       77 WS-OPERATEUR      PIC X(8) VALUE SPACES.
       77 WS-PIN            PIC X(4) VALUE SPACES.
       77 WS-AUTORISE       PIC X VALUE 'N'.
           88 WS-CONNECTE   VALUE 'Y'.
       77 WS-PROGRAMME      PIC X(8) VALUE 'ETALE'.
       77 WS-CLE-SEQ        PIC 9(9) VALUE ZEROS.
       77 WS-CONFIRME       PIC X VALUE 'N'.
       77 WS-TROUVE         PIC X VALUE 'N'.
       77 WS-DEJA-ETALE     PIC X VALUE 'N'.
       77 WS-MOTIF          PIC X(40) VALUE SPACES.
       77 WS-TIME           PIC 9(6).
       77 WS-SEQUENCE       PIC 9(9) VALUE ZEROS.
       77 WS-PERIO-VALIDE   PIC X VALUE 'N'.
       77 WS-ETAT-OUVERT    PIC X VALUE 'Y'.
       77 WS-PERIODE        PIC 9(6) VALUE ZEROS.
       77 WS-NB-MOIS        PIC 99 VALUE ZEROS.
       77 WS-DEBUT          PIC 9(6) VALUE ZEROS.
       77 WS-DEBUT-MOIS     PIC 99 VALUE ZEROS.
       77 WS-DEBUT-VALIDE   PIC X VALUE 'N'.
       77 WS-PART           PIC 9(7)V99 VALUE ZEROS.
       77 WS-LIBERE         PIC 9(7)V99 VALUE ZEROS.
       77 WS-DERNIERE       PIC 9(6) VALUE ZEROS.

       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.

      * The original posting as read from the ledger.
       01 WS-ORIGINE.
           05 WS-OR-SEQ          PIC 9(9).
           05 WS-OR-DATE         PIC 9(8).
           05 WS-OR-GAINS        PIC 9(7)V99.
           05 WS-OR-PERTES       PIC 9(7)V99.
           05 WS-OR-TOTAL        PIC S9(9)V99.
           05 WS-OR-CURRENCY     PIC X(3).
           05 WS-OR-OPERATEUR    PIC X(8).
           05 WS-OR-PROGRAMME    PIC X(8).
           05 WS-OR-CATEGORIE    PIC X(4).
           05 WS-OR-RAISON       PIC X(6).
           05 WS-OR-MNT-ORIG     PIC 9(7)V99.
           05 WS-OR-DEV-ORIG     PIC X(3).
           05 WS-OR-TAUX         PIC 9V9(4).
           05 WS-OR-DEPT         PIC X(3).
           05 WS-OR-TIERS        PIC X(8).
       77 WS-OR-SENS         PIC X VALUE SPACES.
       77 WS-OR-MONTANT      PIC 9(7)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-OPERATEUR-MENU PIC X(8).

       SCREEN SECTION.
       1 plg-titre.
           2 BLANK SCREEN.
           2 LINE 2 COL 15 VALUE 'Etalement d''une ecriture :'.

       1 plg-operateur.
           2 LINE 3 COL 3 VALUE 'Identifiant operateur ?'.
           2 PIC X(8) TO WS-OPERATEUR REQUIRED.
           2 LINE 3 COL 40 VALUE 'PIN ?'.
           2 PIC X(4) TO WS-PIN REQUIRED.

       1 plg-login-refuse.
           2 LINE 3 COL 46 VALUE 'IDENTIFIANT OU PIN INCORRECT'.

       1 plg-cle.
           2 LINE 4 COL 3 VALUE 'Numero de l''ecriture (sequence) ?'.
           2 PIC 9(9) TO WS-CLE-SEQ REQUIRED.

       1 plg-introuvable.
           2 LINE 6 COL 3 VALUE 'ECRITURE INTROUVABLE.'.

       1 plg-refus.
           2 LINE 6 COL 3 VALUE 'ETALEMENT REFUSE :'.
           2 LINE 6 COL 22 PIC X(40) FROM WS-MOTIF.

       1 plg-affiche.
           2 LINE 7 COL 3 VALUE 'Gains :'.
           2 LINE 7 COL 11 PIC Z(6)9.99 FROM WS-OR-GAINS.
           2 LINE 7 COL 22 VALUE 'Pertes :'.
           2 LINE 7 COL 31 PIC Z(6)9.99 FROM WS-OR-PERTES.
           2 LINE 7 COL 42 VALUE 'Oper :'.
           2 LINE 7 COL 49 PIC X(8) FROM WS-OR-OPERATEUR.
           2 LINE 7 COL 58 VALUE 'Cat :'.
           2 LINE 7 COL 64 PIC X(4) FROM WS-OR-CATEGORIE.

       1 plg-nb-mois.
           2 LINE 8 COL 3 VALUE 'Nombre de mois (02 a 60) ?'.
           2 PIC 99 TO WS-NB-MOIS REQUIRED.

       1 plg-nb-mois-invalide.
           2 LINE 8 COL 35 VALUE 'NOMBRE DE MOIS INVALIDE'.

       1 plg-debut.
           2 LINE 9 COL 3 VALUE
               'Premiere periode (AAAAMM, 0 = periode ouverte) ?'.
           2 PIC 9(6) TO WS-DEBUT.

       1 plg-debut-invalide.
           2 LINE 9 COL 60 VALUE 'PERIODE INVALIDE'.

       1 plg-part.
           2 LINE 10 COL 3 VALUE 'Part mensuelle :'.
           2 LINE 10 COL 20 PIC Z(6)9.99 FROM WS-PART.
           2 LINE 10 COL 32 VALUE '(la derniere part prend l''arrondi)'.

       1 plg-confirmer.
           2 LINE 11 COL 3 VALUE 'Etaler l''ecriture (O/N) ?'.
           2 LINE 11 COL 30 PIC X TO WS-CONFIRME REQUIRED.

       1 plg-fait.
           2 LINE 13 COL 3 VALUE 'ETALEMENT ENREGISTRE.'.

       1 plg-abandon.
           2 LINE 13 COL 3 VALUE 'ETALEMENT ABANDONNE.'.

       1 plg-suspendu.
           2 LINE 13 COL 3 VALUE
               'CLOTURE EN COURS - REESSAYER PLUS TARD.'.

       PROCEDURE DIVISION USING LK-OPERATEUR-MENU.
       para-principale.
           DISPLAY plg-titre.

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

           PERFORM para-lire-periode.

           DISPLAY plg-cle.
           ACCEPT plg-cle.

           PERFORM para-chercher-ecriture.
           IF WS-TROUVE NOT = 'Y'
               DISPLAY plg-introuvable
               GOBACK
           END-IF.

           PERFORM para-controler-ecriture.
           IF WS-MOTIF NOT = SPACES
               DISPLAY plg-refus
               GOBACK
           END-IF.

           DISPLAY plg-affiche.
           PERFORM para-saisir-nb-mois.
           PERFORM para-saisir-debut.

           COMPUTE WS-PART = WS-OR-MONTANT / WS-NB-MOIS.
           DISPLAY plg-part.
           DISPLAY plg-confirmer.
           ACCEPT plg-confirmer.

           CALL 'Verifier_Etat' USING WS-ETAT-OUVERT.
           IF WS-CONFIRME = 'O' AND WS-ETAT-OUVERT NOT = 'Y'
               DISPLAY plg-suspendu
               MOVE 'N' TO WS-CONFIRME
           END-IF.

           IF WS-CONFIRME = 'O'
               CALL 'Journal_Audit' USING WS-PROGRAMME WS-OPERATEUR
                   WS-OR-MONTANT
               PERFORM para-ecrire-etalement
               DISPLAY plg-fait
           ELSE
               DISPLAY plg-abandon
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

       para-chercher-ecriture.
           MOVE 'N' TO WS-TROUVE.
           OPEN INPUT BUDGET-LEDGER.
           IF WS-LEDGER-STATUS = "00"
               MOVE WS-CLE-SEQ TO LEDGER-SEQUENCE
               READ BUDGET-LEDGER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TROUVE
                       MOVE LEDGER-SEQUENCE     TO WS-OR-SEQ
                       MOVE LEDGER-DATE         TO WS-OR-DATE
                       MOVE LEDGER-GAINS        TO WS-OR-GAINS
                       MOVE LEDGER-PERTES       TO WS-OR-PERTES
                       MOVE LEDGER-TOTAL        TO WS-OR-TOTAL
                       MOVE LEDGER-CURRENCY     TO WS-OR-CURRENCY
                       MOVE LEDGER-OPERATEUR    TO WS-OR-OPERATEUR
                       MOVE LEDGER-PROGRAMME    TO WS-OR-PROGRAMME
                       MOVE LEDGER-CATEGORIE    TO WS-OR-CATEGORIE
                       MOVE LEDGER-RAISON       TO WS-OR-RAISON
                       MOVE LEDGER-MONTANT-ORIG TO WS-OR-MNT-ORIG
                       MOVE LEDGER-DEVISE-ORIG  TO WS-OR-DEV-ORIG
                       MOVE LEDGER-TAUX         TO WS-OR-TAUX
                       MOVE LEDGER-DEPARTEMENT  TO WS-OR-DEPT
                       MOVE LEDGER-TIERS        TO WS-OR-TIERS
               END-READ
               CLOSE BUDGET-LEDGER
           END-IF.

      * A contra or a share is never spread again, and a
      * CALCBUD entry carrying both gains and pertes has no
      * single side to release the shares on.
       para-controler-ecriture.
           MOVE SPACES TO WS-MOTIF.
           IF WS-OR-PROGRAMME = 'CORRECT'
               OR WS-OR-PROGRAMME = 'ETALE'
               MOVE 'CONTRE-PASSATION OU PART D''ETALEMENT'
                   TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           IF WS-OR-GAINS NOT = ZERO AND WS-OR-PERTES NOT = ZERO
               MOVE 'ECRITURE MIXTE GAINS ET PERTES' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           IF WS-OR-GAINS NOT = ZERO
               MOVE 'G' TO WS-OR-SENS
               MOVE WS-OR-GAINS TO WS-OR-MONTANT
           ELSE
               MOVE 'P' TO WS-OR-SENS
               MOVE WS-OR-PERTES TO WS-OR-MONTANT
           END-IF.
           IF WS-OR-MONTANT = ZERO
               MOVE 'ECRITURE SANS MONTANT' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           CALL 'Verifier_Periode' USING WS-OR-DATE WS-PERIO-VALIDE.
           IF WS-PERIO-VALIDE NOT = 'Y'
               MOVE 'ECRITURE HORS PERIODE OUVERTE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           PERFORM para-chercher-etalement.
           IF WS-DEJA-ETALE = 'Y'
               MOVE 'ECRITURE DEJA ETALEE' TO WS-MOTIF
           END-IF.

       para-chercher-etalement.
           MOVE 'N' TO WS-DEJA-ETALE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT ETALEMENT-FILE.
           IF WS-ETAL-STATUS = "00"
               PERFORM UNTIL WS-EOF OR WS-DEJA-ETALE = 'Y'
                   READ ETALEMENT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF ETAL-SEQUENCE = WS-OR-SEQ
                               MOVE 'Y' TO WS-DEJA-ETALE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ETALEMENT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-saisir-nb-mois.
           MOVE ZEROS TO WS-NB-MOIS.
           PERFORM UNTIL WS-NB-MOIS >= 2 AND WS-NB-MOIS <= 60
               DISPLAY plg-nb-mois
               ACCEPT plg-nb-mois
               IF WS-NB-MOIS < 2 OR WS-NB-MOIS > 60
                   DISPLAY plg-nb-mois-invalide
               END-IF
           END-PERFORM.

      * Shares are only ever posted into the open period or
      * a later one: a closed month cannot take a posting.
       para-saisir-debut.
           MOVE 'N' TO WS-DEBUT-VALIDE.
           PERFORM UNTIL WS-DEBUT-VALIDE = 'Y'
               MOVE ZEROS TO WS-DEBUT
               DISPLAY plg-debut
               ACCEPT plg-debut
               IF WS-DEBUT = ZEROS
                   MOVE WS-PERIODE TO WS-DEBUT
               END-IF
               MOVE WS-DEBUT(5:2) TO WS-DEBUT-MOIS
               IF WS-DEBUT-MOIS >= 1 AND WS-DEBUT-MOIS <= 12
                   AND WS-DEBUT >= WS-PERIODE
                   MOVE 'Y' TO WS-DEBUT-VALIDE
               ELSE
                   DISPLAY plg-debut-invalide
               END-IF
           END-PERFORM.

      * The contra and, when the spreading starts now, the
      * first share are both dated like the original so
      * they land in the same month; the schedule line is
      * added last, so an interrupted session leaves at
      * worst a contra the schedule report does not know
      * about rather than a schedule with nothing behind
      * it.
       para-ecrire-etalement.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TIME.
           MOVE ZEROS TO WS-LIBERE WS-DERNIERE.

           OPEN I-O BUDGET-LEDGER.
           PERFORM para-ecrire-contra.
           IF WS-DEBUT = WS-PERIODE
               PERFORM para-ecrire-part
               MOVE WS-PART TO WS-LIBERE
               MOVE WS-PERIODE TO WS-DERNIERE
           END-IF.
           CLOSE BUDGET-LEDGER.

           OPEN EXTEND ETALEMENT-FILE.
           IF WS-ETAL-STATUS = "35"
               OPEN OUTPUT ETALEMENT-FILE
           END-IF.
           MOVE WS-OR-SEQ       TO ETAL-SEQUENCE.
           MOVE WS-OR-DATE      TO ETAL-DATE-ORIG.
           MOVE WS-OR-SENS      TO ETAL-SENS.
           MOVE WS-OR-MONTANT   TO ETAL-MONTANT.
           MOVE WS-NB-MOIS      TO ETAL-NB-MOIS.
           MOVE WS-DEBUT        TO ETAL-DEBUT.
           MOVE WS-LIBERE       TO ETAL-LIBERE.
           MOVE WS-DERNIERE     TO ETAL-DERNIERE.
           MOVE WS-OR-OPERATEUR TO ETAL-OPERATEUR.
           MOVE WS-OR-CATEGORIE TO ETAL-CATEGORIE.
           MOVE WS-OR-DEPT      TO ETAL-DEPARTEMENT.
           MOVE WS-OR-TIERS     TO ETAL-TIERS.
           WRITE ETALEMENT-RECORD.
           CLOSE ETALEMENT-FILE.

      * The contra keeps the original's currency, category,
      * department and payee so every per-key report
      * cancels; the VAT stays on the original, where it
      * was actually paid.
       para-ecrire-contra.
           CALL 'Obtenir_Sequence' USING WS-SEQUENCE.
           MOVE WS-SEQUENCE TO LEDGER-SEQUENCE.
           MOVE WS-OR-DATE TO LEDGER-DATE.
           MOVE WS-TIME TO LEDGER-TIME.
           MOVE WS-OR-CURRENCY TO LEDGER-CURRENCY.
           MOVE WS-OR-PERTES TO LEDGER-GAINS.
           MOVE WS-OR-GAINS TO LEDGER-PERTES.
           COMPUTE LEDGER-TOTAL = ZERO - WS-OR-TOTAL.
           MOVE WS-OPERATEUR TO LEDGER-OPERATEUR.
           MOVE WS-PROGRAMME TO LEDGER-PROGRAMME.
           MOVE WS-OR-CATEGORIE TO LEDGER-CATEGORIE.
           MOVE WS-OR-RAISON TO LEDGER-RAISON.
           MOVE WS-OR-MNT-ORIG TO LEDGER-MONTANT-ORIG.
           MOVE WS-OR-DEV-ORIG TO LEDGER-DEVISE-ORIG.
           MOVE WS-OR-TAUX TO LEDGER-TAUX.
           MOVE WS-OR-SEQ TO LEDGER-REF-SEQUENCE.
           MOVE WS-OR-DEPT TO LEDGER-DEPARTEMENT.
           MOVE SPACES TO LEDGER-CODE-TVA.
           MOVE ZEROS TO LEDGER-MONTANT-TVA.
           MOVE ZEROS TO LEDGER-DOCUMENT.
           MOVE WS-OR-TIERS TO LEDGER-TIERS.
           PERFORM para-ecrire-ledger.

      * A share is posted in euros under the original's
      * operator, on the side the original was posted on.
       para-ecrire-part.
           CALL 'Obtenir_Sequence' USING WS-SEQUENCE.
           MOVE WS-SEQUENCE TO LEDGER-SEQUENCE.
           MOVE WS-OR-DATE TO LEDGER-DATE.
           MOVE WS-TIME TO LEDGER-TIME.
           MOVE 'EUR' TO LEDGER-CURRENCY.
           IF WS-OR-SENS = 'G'
               MOVE WS-PART TO LEDGER-GAINS
               MOVE ZEROS TO LEDGER-PERTES
               MOVE WS-PART TO LEDGER-TOTAL
           ELSE
               MOVE ZEROS TO LEDGER-GAINS
               MOVE WS-PART TO LEDGER-PERTES
               COMPUTE LEDGER-TOTAL = ZERO - WS-PART
           END-IF.
           MOVE WS-OR-OPERATEUR TO LEDGER-OPERATEUR.
           MOVE WS-PROGRAMME TO LEDGER-PROGRAMME.
           MOVE WS-OR-CATEGORIE TO LEDGER-CATEGORIE.
           MOVE SPACES TO LEDGER-RAISON.
           MOVE WS-PART TO LEDGER-MONTANT-ORIG.
           MOVE 'EUR' TO LEDGER-DEVISE-ORIG.
           MOVE 1.0000 TO LEDGER-TAUX.
           MOVE WS-OR-SEQ TO LEDGER-REF-SEQUENCE.
           MOVE WS-OR-DEPT TO LEDGER-DEPARTEMENT.
           MOVE SPACES TO LEDGER-CODE-TVA.
           MOVE ZEROS TO LEDGER-MONTANT-TVA.
           MOVE ZEROS TO LEDGER-DOCUMENT.
           MOVE WS-OR-TIERS TO LEDGER-TIERS.
           PERFORM para-ecrire-ledger.

      * The sequence number is unique by construction; a
      * status 22 can only mean the counter file was reset
      * by hand, so a fresh number is drawn rather than
      * losing the entry.
       para-ecrire-ledger.
           PERFORM WITH TEST AFTER
                   UNTIL WS-LEDGER-STATUS NOT = "22"
               WRITE LEDGER-RECORD
                   INVALID KEY
                       CALL 'Obtenir_Sequence' USING WS-SEQUENCE
                       MOVE WS-SEQUENCE TO LEDGER-SEQUENCE
               END-WRITE
           END-PERFORM.
