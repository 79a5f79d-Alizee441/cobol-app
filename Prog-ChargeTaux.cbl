       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcul_Budget_ChargeTaux.

      *****************************************************
      * Loads the bank's daily reference-rate file (TAUXIN,
      * run from jcl/BUDGTAUX.jcl) into RATE-FILE as new
      * effective-dated RATE-RECORDs, so the rates no
      * longer all have to be keyed through Gestion_Taux -
      * which stays the fallback for anything held back.
      *
      * One fixed-column line per rate: the currency, the
      * effective date (AAAAMMJJ) and the EUR value of one
      * unit with six implied decimals (000921300 =
      * 0.921300), rounded to RATE-VALEUR's four.
      *
      * A line is held back, never loaded, when:
      *  - its fields are not a currency, a valid date and
      *    a rate above zero that RATE-VALEUR can carry;
      *  - the currency is EUR (the base) or has no rate in
      *    RATE-FILE at all: a currency we do not use is
      *    brought in once by hand, not by the feed;
      *  - the currency already has a rate for that date,
      *    from the keying screen, an earlier feed or a
      *    previous line of this one;
      *  - the rate moved by more than PARM-ECART-TAUX
      *    percent (default 10) from the rate in effect the
      *    day before.
      *
      * Every line is listed on the load report with what
      * became of it. Every rate loaded is journalled
      * through Journal_Audit under the programme code
      * TAUXBANQ, with the currency in the operator column
      * and the rate in keyed form (09200 = 0.9200) as the
      * amount, so a rate's origin is one look at the
      * audit trail.
      *
      * RC 4 when at least one rate is held back for
      * review; RC 8 when the feed or the rate file cannot
      * be opened.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RATESEL.
           COPY PARMSEL.
           SELECT TAUX-BANQUE
               ASSIGN TO "TAUXIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXB-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY RATEFD.
           COPY PARMFD.

       FD  TAUX-BANQUE.
       01  TXB-RECORD.
           05  TXB-DEVISE           PIC X(3).
           05  TXB-DATE             PIC X(8).
           05  TXB-TAUX             PIC X(9).
           05  TXB-TAUX-NUM REDEFINES TXB-TAUX
                                    PIC 9(3)V9(6).

       WORKING-STORAGE SECTION.
       77 WS-RATE-STATUS    PIC XX.
       77 WS-PARM-STATUS    PIC XX.
       77 WS-TXB-STATUS     PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-FIN-DEVISE     PIC X VALUE 'N'.
       77 WS-ECART-MAX      PIC 9(2) VALUE 10.
       77 WS-NB-LUS         PIC 9(6) VALUE ZEROS.
       77 WS-NB-CHARGES     PIC 9(6) VALUE ZEROS.
       77 WS-NB-RETENUS     PIC 9(6) VALUE ZEROS.
       77 WS-MOTIF          PIC X(30) VALUE SPACES.
       77 WS-DEVISE         PIC X(3) VALUE SPACES.
       77 WS-DATE-EFFET     PIC 9(8) VALUE ZEROS.
       77 WS-TAUX           PIC 9V9(4) VALUE ZEROS.
       77 WS-DEVISE-CONNUE  PIC X VALUE 'N'.
       77 WS-DATE-PRISE     PIC X VALUE 'N'.
       77 WS-TAUX-PRECEDENT PIC 9V9(4) VALUE ZEROS.
       77 WS-ECART          PIC 9(5)V9 VALUE ZEROS.
       77 WS-PROGRAMME      PIC X(8) VALUE 'TAUXBANQ'.
       77 WS-OPER-AUDIT     PIC X(8) VALUE SPACES.
       77 WS-MONTANT-AUDIT  PIC 9(7)V99 VALUE ZEROS.

       01 WS-RAPPORT-LINE.
           05 WS-L-DEVISE        PIC X(3).
           05 FILLER             PIC X     VALUE SPACES.
           05 WS-L-DATE          PIC X(8).
           05 FILLER             PIC X     VALUE SPACES.
           05 WS-L-TAUX          PIC X(9).
           05 FILLER             PIC X     VALUE SPACES.
           05 WS-L-ARRONDI       PIC 9.9999.
           05 FILLER             PIC X     VALUE SPACES.
           05 WS-L-ETAT          PIC X(8).
           05 FILLER             PIC X     VALUE SPACES.
           05 WS-L-MOTIF         PIC X(30).

       PROCEDURE DIVISION.
       para-principale.
           PERFORM para-lire-parametres.

           OPEN INPUT TAUX-BANQUE.
           IF WS-TXB-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE D'OUVRIR TAUXIN, STATUT="
                   WS-TXB-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O RATE-FILE.
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "FICHIER DES TAUX INACCESSIBLE, STATUT="
                   WS-RATE-STATUS
               CLOSE TAUX-BANQUE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "CHARGEMENT DES TAUX DE LA BANQUE - ECART MAXI "
               WS-ECART-MAX " %".
           DISPLAY "DEV DATE     TAUX RECU ARRONDI ETAT     MOTIF".

           PERFORM UNTIL WS-EOF
               READ TAUX-BANQUE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END PERFORM para-traiter-ligne
               END-READ
           END-PERFORM.

           CLOSE TAUX-BANQUE.
           CLOSE RATE-FILE.

           DISPLAY "LIGNES LUES      : " WS-NB-LUS.
           DISPLAY "TAUX CHARGES     : " WS-NB-CHARGES.
           DISPLAY "TAUX RETENUS     : " WS-NB-RETENUS.
           IF WS-NB-RETENUS > ZERO
               DISPLAY "TAUX RETENUS A REVOIR - SAISIE PAR "
                   "GESTION DES TAUX SI ILS SONT BONS."
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      * Spaces (an old file) or zero mean the 10 % default.
       para-lire-parametres.
           MOVE 10 TO WS-ECART-MAX.
           OPEN INPUT BUDGET-PARM.
           IF WS-PARM-STATUS = "00"
               READ BUDGET-PARM
                   NOT AT END
                       IF PARM-ECART-TAUX NUMERIC
                           AND PARM-ECART-TAUX > ZERO
                           MOVE PARM-ECART-TAUX TO WS-ECART-MAX
                       END-IF
               END-READ
               CLOSE BUDGET-PARM
           END-IF.

       para-traiter-ligne.
           ADD 1 TO WS-NB-LUS.
           MOVE SPACES TO WS-MOTIF.
           MOVE ZEROS TO WS-TAUX.

           PERFORM para-controler-format.
           IF WS-MOTIF = SPACES
               PERFORM para-controler-devise
           END-IF.
           IF WS-MOTIF = SPACES
               PERFORM para-controler-ecart
           END-IF.

           IF WS-MOTIF = SPACES
               PERFORM para-charger-taux
           END-IF.
           PERFORM para-editer-ligne.

       para-controler-format.
           IF TXB-DEVISE = SPACES
               MOVE 'DEVISE ABSENTE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           IF TXB-DATE NOT NUMERIC
               MOVE 'DATE INVALIDE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE TXB-DATE TO WS-DATE-EFFET.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-EFFET) NOT = ZERO
               MOVE 'DATE INVALIDE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           IF TXB-TAUX NOT NUMERIC
               MOVE 'TAUX NON NUMERIQUE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           IF TXB-TAUX-NUM NOT < 10
               MOVE 'TAUX HORS CAPACITE (>= 10)' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TAUX ROUNDED = TXB-TAUX-NUM.
           IF WS-TAUX = ZERO
               MOVE 'TAUX NUL' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE TXB-DEVISE TO WS-DEVISE.

      * One pass over the currency's rates, in date order
      * from a START on the currency: it tells whether the
      * currency is in use, whether the date is taken, and
      * which rate was in effect the day before.
       para-controler-devise.
           IF WS-DEVISE = 'EUR'
               MOVE 'DEVISE DE BASE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-DEVISE-CONNUE WS-DATE-PRISE.
           MOVE ZEROS TO WS-TAUX-PRECEDENT.
           MOVE 'N' TO WS-FIN-DEVISE.
           MOVE WS-DEVISE TO RATE-CCY.
           MOVE ZEROS TO RATE-DATE-EFFET.
           START RATE-FILE KEY IS NOT < RATE-CLE
               INVALID KEY MOVE 'Y' TO WS-FIN-DEVISE
           END-START.
           PERFORM UNTIL WS-FIN-DEVISE = 'Y'
               READ RATE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-FIN-DEVISE
                   NOT AT END
                       IF RATE-CCY NOT = WS-DEVISE
                           MOVE 'Y' TO WS-FIN-DEVISE
                       ELSE
                           PERFORM para-examiner-taux
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-DEVISE-CONNUE NOT = 'Y'
               MOVE 'DEVISE NON UTILISEE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           IF WS-DATE-PRISE = 'Y'
               MOVE 'DATE DEJA CHARGEE' TO WS-MOTIF
           END-IF.

      * A rate dated after the feed's still shows the
      * currency is in use, and ends the pass.
       para-examiner-taux.
           MOVE 'Y' TO WS-DEVISE-CONNUE.
           IF RATE-DATE-EFFET > WS-DATE-EFFET
               MOVE 'Y' TO WS-FIN-DEVISE
           ELSE
               IF RATE-DATE-EFFET = WS-DATE-EFFET
                   MOVE 'Y' TO WS-DATE-PRISE
               ELSE
                   MOVE RATE-VALEUR TO WS-TAUX-PRECEDENT
               END-IF
           END-IF.

      * Nothing to compare with when the feed brings a date
      * older than every rate on file.
       para-controler-ecart.
           IF WS-TAUX-PRECEDENT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-TAUX > WS-TAUX-PRECEDENT
               COMPUTE WS-ECART ROUNDED =
                   (WS-TAUX - WS-TAUX-PRECEDENT) * 100
                   / WS-TAUX-PRECEDENT
           ELSE
               COMPUTE WS-ECART ROUNDED =
                   (WS-TAUX-PRECEDENT - WS-TAUX) * 100
                   / WS-TAUX-PRECEDENT
           END-IF.
           IF WS-ECART > WS-ECART-MAX
               MOVE 'ECART SUPERIEUR A LA LIMITE' TO WS-MOTIF
           END-IF.

       para-charger-taux.
           MOVE WS-DEVISE     TO RATE-CCY.
           MOVE WS-DATE-EFFET TO RATE-DATE-EFFET.
           MOVE WS-TAUX       TO RATE-VALEUR.
           WRITE RATE-RECORD
               INVALID KEY
                   MOVE 'DATE DEJA CHARGEE' TO WS-MOTIF
               NOT INVALID KEY
                   ADD 1 TO WS-NB-CHARGES
                   MOVE WS-DEVISE TO WS-OPER-AUDIT
                   COMPUTE WS-MONTANT-AUDIT = WS-TAUX * 10000
                   CALL 'Journal_Audit' USING WS-PROGRAMME
                       WS-OPER-AUDIT WS-MONTANT-AUDIT
           END-WRITE.

       para-editer-ligne.
           MOVE TXB-DEVISE TO WS-L-DEVISE.
           MOVE TXB-DATE   TO WS-L-DATE.
           MOVE TXB-TAUX   TO WS-L-TAUX.
           MOVE WS-TAUX    TO WS-L-ARRONDI.
           IF WS-MOTIF = SPACES
               MOVE 'CHARGE' TO WS-L-ETAT
               MOVE SPACES TO WS-L-MOTIF
           ELSE
               ADD 1 TO WS-NB-RETENUS
               MOVE 'RETENU' TO WS-L-ETAT
               MOVE WS-MOTIF TO WS-L-MOTIF
           END-IF.
           DISPLAY WS-RAPPORT-LINE.
