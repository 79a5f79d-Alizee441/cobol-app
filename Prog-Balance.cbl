       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcul_Budget_Balance.

      *****************************************************
      * Trial balance in general-ledger terms: the current
      * BUDGET-LEDGER and the YEAR-LEDGER archive summed by
      * the G/L account each category maps to in GLMAP-
      * FILE, exactly as Calcul_Budget_Interface posts
      * them - pertes as debits, gains as credits - so
      * accounting no longer rebuilds it from GLINT.
      *
      * SYSIN: the period (AAAAMM, blank = the open period)
      * on the first line, the mode on the second: M (the
      * month, the default) or C (cumul, year to date).
      * Each account shows its opening position (the
      * earlier months of the year for M, nothing for C:
      * the budget carries no balance across years), the
      * debits and credits of the month or of the year to
      * date, and its closing position, debit positive.
      * The suspense account prints on its own line, then
      * each category it collects that has no mapping.
      *
      * Control: the month's posting count, debits and
      * credits are compared with the GLINT batch for the
      * same period (GLINT DD, header period checked), and
      * the agreement or the difference is printed. A batch
      * also carries rejected postings of earlier months
      * sent again once corrected; its details are summed
      * by posting date, the lines of the period agreed
      * with the balance and the others shown apart, after
      * the details themselves are agreed with the
      * trailer. RC 4 on a difference, or when no GLINT
      * batch for the period is at hand to agree with.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LEDGSEL.
           COPY YEARSEL.
           COPY GLMPSEL.
           COPY PERIOSEL.
           SELECT GL-INTERFACE
               ASSIGN TO "GLINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY LEDGFD.
           COPY YEARFD.
           COPY GLMPFD.
           COPY PERIOFD.

       FD  GL-INTERFACE.
       01  GLINT-LIGNE.
           05  GLINT-TYPE           PIC X(1).
           05  GLINT-DONNEES        PIC X(59).
       01  GLINT-ENTETE REDEFINES GLINT-LIGNE.
           05  FILLER               PIC X(1).
           05  GLINT-H-DATE         PIC 9(8).
           05  GLINT-H-PERIODE      PIC 9(6).
           05  FILLER               PIC X(45).
       01  GLINT-DETAIL REDEFINES GLINT-LIGNE.
           05  FILLER               PIC X(1).
           05  GLINT-D-COMPTE       PIC X(8).
           05  GLINT-D-DATE         PIC 9(8).
           05  GLINT-D-DEBIT        PIC 9(9)V99.
           05  GLINT-D-CREDIT       PIC 9(9)V99.
           05  FILLER               PIC X(21).
       01  GLINT-TRAILER REDEFINES GLINT-LIGNE.
           05  FILLER               PIC X(1).
           05  GLINT-T-NOMBRE       PIC 9(6).
           05  GLINT-T-HASH-GAINS   PIC 9(9)V99.
           05  GLINT-T-HASH-PERTES  PIC 9(9)V99.
           05  FILLER               PIC X(31).

       WORKING-STORAGE SECTION.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-YEAR-STATUS    PIC XX.
       77 WS-GLMP-STATUS    PIC XX.
       77 WS-PERIO-STATUS   PIC XX.
       77 WS-GLINT-STATUS   PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-PERIODE-SAISIE PIC X(6) VALUE SPACES.
       77 WS-MODE           PIC X(1) VALUE SPACES.
       77 WS-PERIODE        PIC 9(6) VALUE ZEROS.
       77 WS-AN             PIC 9(4) VALUE ZEROS.
       77 WS-MOIS           PIC 99 VALUE ZEROS.
       77 WS-COMPTE-SUSPENS PIC X(8) VALUE '99999999'.
       77 WS-COMPTE         PIC X(8) VALUE SPACES.
       77 WS-MOUVEMENT      PIC X VALUE 'N'.
       77 WS-NB-MOIS        PIC 9(6) VALUE ZEROS.
       77 WS-DEBITS-MOIS    PIC 9(9)V99 VALUE ZEROS.
       77 WS-CREDITS-MOIS   PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOT-OUVERTURE  PIC S9(9)V99 VALUE ZEROS.
       77 WS-TOT-DEBITS     PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOT-CREDITS    PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOT-CLOTURE    PIC S9(9)V99 VALUE ZEROS.
       77 WS-CLOTURE        PIC S9(9)V99 VALUE ZEROS.
       77 WS-GLINT-LU       PIC X VALUE 'N'.
       77 WS-GLINT-PERIODE  PIC 9(6) VALUE ZEROS.
       77 WS-GLINT-NOMBRE   PIC 9(6) VALUE ZEROS.
       77 WS-GLINT-GAINS    PIC 9(9)V99 VALUE ZEROS.
       77 WS-GLINT-PERTES   PIC 9(9)V99 VALUE ZEROS.
       77 WS-GLINT-TRAILER  PIC X VALUE 'N'.
      * GLINT details of the period, and those re-sent for
      * other periods, as summed from the batch itself.
       77 WS-GLINT-PER-NOMBRE   PIC 9(6) VALUE ZEROS.
       77 WS-GLINT-PER-GAINS    PIC 9(9)V99 VALUE ZEROS.
       77 WS-GLINT-PER-PERTES   PIC 9(9)V99 VALUE ZEROS.
       77 WS-GLINT-REN-NOMBRE   PIC 9(6) VALUE ZEROS.
       77 WS-GLINT-REN-GAINS    PIC 9(9)V99 VALUE ZEROS.
       77 WS-GLINT-REN-PERTES   PIC 9(9)V99 VALUE ZEROS.

       01 WS-CLE-COURANTE.
           05 WS-C-DATE         PIC 9(8).
           05 WS-C-DATE-R REDEFINES WS-C-DATE.
               10 WS-C-AN           PIC 9(4).
               10 WS-C-MOIS         PIC 99.
               10 WS-C-JOUR         PIC 99.
           05 WS-C-CATEGORIE    PIC X(4).
           05 WS-C-GAINS        PIC 9(7)V99.
           05 WS-C-PERTES       PIC 9(7)V99.

      * Category -> account, as Calcul_Budget_Interface
      * loads it.
       01 WS-GL-TABLE.
           05 WS-GL-ENTRY OCCURS 50 TIMES.
               10 WS-GL-CATEGORIE   PIC X(4).
               10 WS-GL-COMPTE      PIC X(8).
       77 WS-GL-COUNT        PIC 99 VALUE ZEROS.
       77 WS-GL-IDX          PIC 99.

      * One line per account, kept in account order; the
      * suspense account is always present.
       01 WS-CP-TABLE.
           05 WS-CP-ENTRY OCCURS 51 TIMES.
               10 WS-CP-COMPTE      PIC X(8).
               10 WS-CP-OUVERTURE   PIC S9(9)V99.
               10 WS-CP-DEBITS      PIC 9(9)V99.
               10 WS-CP-CREDITS     PIC 9(9)V99.
       77 WS-CP-COUNT        PIC 99 VALUE ZEROS.
       77 WS-CP-IDX          PIC 99.
       77 WS-CP-POS          PIC 99.
       77 WS-CP-SUSPENS      PIC 99 VALUE ZEROS.

      * Categories found on postings with no mapping - the
      * detail of what the suspense account collects.
       01 WS-NM-TABLE.
           05 WS-NM-ENTRY OCCURS 50 TIMES.
               10 WS-NM-CATEGORIE   PIC X(4).
               10 WS-NM-OUVERTURE   PIC S9(9)V99.
               10 WS-NM-DEBITS      PIC 9(9)V99.
               10 WS-NM-CREDITS     PIC 9(9)V99.
       77 WS-NM-COUNT        PIC 99 VALUE ZEROS.
       77 WS-NM-IDX          PIC 99.
       77 WS-NM-SURCHARGE    PIC X VALUE 'N'.

       01 WS-DETAIL-LINE.
           05 WS-D-LIBELLE       PIC X(20).
           05 WS-D-OUVERTURE     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-DEBITS        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-CREDITS       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-CLOTURE       PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-CONTROLE-LINE.
           05 WS-K-LIBELLE       PIC X(20).
           05 WS-K-BALANCE       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-K-GLINT         PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-NOMBRE-LINE.
           05 WS-N-LIBELLE       PIC X(20).
           05 FILLER             PIC X(7)  VALUE SPACES.
           05 WS-N-BALANCE       PIC ZZZ,ZZ9.
           05 FILLER             PIC X(9)  VALUE SPACES.
           05 WS-N-GLINT         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       para-principale.
           DISPLAY "PERIODE (AAAAMM, BLANC = PERIODE OUVERTE) ?".
           ACCEPT WS-PERIODE-SAISIE.
           DISPLAY "MODE (M = MOIS, C = CUMUL ANNUEL) ?".
           ACCEPT WS-MODE.
           IF WS-MODE NOT = 'C'
               MOVE 'M' TO WS-MODE
           END-IF.

           IF WS-PERIODE-SAISIE = SPACES
               PERFORM para-lire-periode
           ELSE
               IF WS-PERIODE-SAISIE NOT NUMERIC
                   DISPLAY "PERIODE INVALIDE : " WS-PERIODE-SAISIE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-PERIODE-SAISIE TO WS-PERIODE
           END-IF.
           MOVE WS-PERIODE(1:4) TO WS-AN.
           MOVE WS-PERIODE(5:2) TO WS-MOIS.
           IF WS-MOIS < 1 OR WS-MOIS > 12
               DISPLAY "PERIODE INVALIDE : " WS-PERIODE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM para-charger-mapping.
           PERFORM para-cumuler-ledger.
           PERFORM para-cumuler-archive.

           IF WS-MODE = 'C'
               DISPLAY "BALANCE PAR COMPTE G/L - CUMUL ANNUEL A FIN "
                   WS-PERIODE
           ELSE
               DISPLAY "BALANCE PAR COMPTE G/L - PERIODE " WS-PERIODE
           END-IF.
           DISPLAY "COMPTE                   OUVERTURE         DEBITS"
               "        CREDITS         CLOTURE".

           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                       UNTIL WS-CP-IDX > WS-CP-COUNT
               IF WS-CP-IDX NOT = WS-CP-SUSPENS
                   PERFORM para-imprimer-compte
               END-IF
           END-PERFORM.

           DISPLAY " ".
           MOVE WS-CP-SUSPENS TO WS-CP-IDX.
           PERFORM para-imprimer-compte.
           PERFORM para-imprimer-non-mappees.

           DISPLAY " ".
           MOVE 'TOTAL BALANCE' TO WS-D-LIBELLE.
           MOVE WS-TOT-OUVERTURE TO WS-D-OUVERTURE.
           MOVE WS-TOT-DEBITS TO WS-D-DEBITS.
           MOVE WS-TOT-CREDITS TO WS-D-CREDITS.
           MOVE WS-TOT-CLOTURE TO WS-D-CLOTURE.
           DISPLAY WS-DETAIL-LINE.

           PERFORM para-controler-glint.

           IF WS-NM-SURCHARGE = 'Y'
               DISPLAY "ATTENTION : PLUS DE 50 CATEGORIES NON MAPPEES"
                   " - DETAIL INCOMPLET, COMPTE D'ATTENTE EXACT."
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

      * The account table is built in account order as the
      * mapping is read; several categories may share one
      * account and then share its line.
       para-charger-mapping.
           MOVE ZEROS TO WS-GL-COUNT WS-CP-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMP-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ GLMAP-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-GL-COUNT < 50
                               ADD 1 TO WS-GL-COUNT
                               MOVE GLMAP-CATEGORIE
                                   TO WS-GL-CATEGORIE(WS-GL-COUNT)
                               MOVE GLMAP-COMPTE
                                   TO WS-GL-COMPTE(WS-GL-COUNT)
                               MOVE GLMAP-COMPTE TO WS-COMPTE
                               PERFORM para-inserer-compte
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLMAP-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE WS-COMPTE-SUSPENS TO WS-COMPTE.
           PERFORM para-inserer-compte.
           PERFORM para-chercher-compte.
           MOVE WS-CP-IDX TO WS-CP-SUSPENS.

       para-inserer-compte.
           MOVE 1 TO WS-CP-POS.
           PERFORM UNTIL WS-CP-POS > WS-CP-COUNT
                       OR WS-CP-COMPTE(WS-CP-POS) >= WS-COMPTE
               ADD 1 TO WS-CP-POS
           END-PERFORM.
           IF WS-CP-POS NOT > WS-CP-COUNT
               IF WS-CP-COMPTE(WS-CP-POS) = WS-COMPTE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-CP-COUNT TO WS-CP-IDX.
           PERFORM UNTIL WS-CP-IDX < WS-CP-POS
               MOVE WS-CP-ENTRY(WS-CP-IDX)
                   TO WS-CP-ENTRY(WS-CP-IDX + 1)
               SUBTRACT 1 FROM WS-CP-IDX
           END-PERFORM.
           ADD 1 TO WS-CP-COUNT.
           MOVE WS-COMPTE TO WS-CP-COMPTE(WS-CP-POS).
           MOVE ZEROS TO WS-CP-OUVERTURE(WS-CP-POS).
           MOVE ZEROS TO WS-CP-DEBITS(WS-CP-POS).
           MOVE ZEROS TO WS-CP-CREDITS(WS-CP-POS).

       para-chercher-compte.
           MOVE 1 TO WS-CP-IDX.
           PERFORM UNTIL WS-CP-IDX > WS-CP-COUNT
                       OR WS-CP-COMPTE(WS-CP-IDX) = WS-COMPTE
               ADD 1 TO WS-CP-IDX
           END-PERFORM.

       para-cumuler-ledger.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT BUDGET-LEDGER.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ BUDGET-LEDGER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE LEDGER-DATE      TO WS-C-DATE
                           MOVE LEDGER-CATEGORIE TO WS-C-CATEGORIE
                           MOVE LEDGER-GAINS     TO WS-C-GAINS
                           MOVE LEDGER-PERTES    TO WS-C-PERTES
                           PERFORM para-cumuler-entree
                   END-READ
               END-PERFORM
               CLOSE BUDGET-LEDGER
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-cumuler-archive.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT YEAR-LEDGER.
           IF WS-YEAR-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ YEAR-LEDGER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE YEAR-DATE      TO WS-C-DATE
                           MOVE YEAR-CATEGORIE TO WS-C-CATEGORIE
                           MOVE YEAR-GAINS     TO WS-C-GAINS
                           MOVE YEAR-PERTES    TO WS-C-PERTES
                           PERFORM para-cumuler-entree
                   END-READ
               END-PERFORM
               CLOSE YEAR-LEDGER
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

      * A posting of the chosen month (or, in cumul mode,
      * of any month up to it) is a movement; an earlier
      * month of the same year feeds the opening position.
       para-cumuler-entree.
           IF WS-C-AN NOT = WS-AN OR WS-C-MOIS > WS-MOIS
               EXIT PARAGRAPH
           END-IF.

           IF WS-MODE = 'C' OR WS-C-MOIS = WS-MOIS
               MOVE 'Y' TO WS-MOUVEMENT
           ELSE
               MOVE 'N' TO WS-MOUVEMENT
           END-IF.

           IF WS-C-MOIS = WS-MOIS
               ADD 1 TO WS-NB-MOIS
               ADD WS-C-PERTES TO WS-DEBITS-MOIS
               ADD WS-C-GAINS TO WS-CREDITS-MOIS
           END-IF.

           MOVE 1 TO WS-GL-IDX.
           PERFORM UNTIL WS-GL-IDX > WS-GL-COUNT
                       OR WS-GL-CATEGORIE(WS-GL-IDX) = WS-C-CATEGORIE
               ADD 1 TO WS-GL-IDX
           END-PERFORM.
           IF WS-GL-IDX > WS-GL-COUNT
               MOVE WS-CP-SUSPENS TO WS-CP-IDX
               PERFORM para-cumuler-non-mappee
           ELSE
               MOVE WS-GL-COMPTE(WS-GL-IDX) TO WS-COMPTE
               PERFORM para-chercher-compte
           END-IF.

           IF WS-MOUVEMENT = 'Y'
               ADD WS-C-PERTES TO WS-CP-DEBITS(WS-CP-IDX)
               ADD WS-C-GAINS TO WS-CP-CREDITS(WS-CP-IDX)
           ELSE
               ADD WS-C-PERTES TO WS-CP-OUVERTURE(WS-CP-IDX)
               SUBTRACT WS-C-GAINS FROM WS-CP-OUVERTURE(WS-CP-IDX)
           END-IF.

       para-cumuler-non-mappee.
           MOVE 1 TO WS-NM-IDX.
           PERFORM UNTIL WS-NM-IDX > WS-NM-COUNT
                       OR WS-NM-CATEGORIE(WS-NM-IDX) = WS-C-CATEGORIE
               ADD 1 TO WS-NM-IDX
           END-PERFORM.
           IF WS-NM-IDX > WS-NM-COUNT
               IF WS-NM-COUNT < 50
                   ADD 1 TO WS-NM-COUNT
                   MOVE WS-C-CATEGORIE TO WS-NM-CATEGORIE(WS-NM-IDX)
                   MOVE ZEROS TO WS-NM-OUVERTURE(WS-NM-IDX)
                   MOVE ZEROS TO WS-NM-DEBITS(WS-NM-IDX)
                   MOVE ZEROS TO WS-NM-CREDITS(WS-NM-IDX)
               ELSE
                   MOVE 'Y' TO WS-NM-SURCHARGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-MOUVEMENT = 'Y'
               ADD WS-C-PERTES TO WS-NM-DEBITS(WS-NM-IDX)
               ADD WS-C-GAINS TO WS-NM-CREDITS(WS-NM-IDX)
           ELSE
               ADD WS-C-PERTES TO WS-NM-OUVERTURE(WS-NM-IDX)
               SUBTRACT WS-C-GAINS FROM WS-NM-OUVERTURE(WS-NM-IDX)
           END-IF.

       para-imprimer-compte.
           COMPUTE WS-CLOTURE = WS-CP-OUVERTURE(WS-CP-IDX)
               + WS-CP-DEBITS(WS-CP-IDX) - WS-CP-CREDITS(WS-CP-IDX).
           MOVE SPACES TO WS-D-LIBELLE.
           IF WS-CP-IDX = WS-CP-SUSPENS
               STRING WS-CP-COMPTE(WS-CP-IDX) ' ATTENTE'
                   DELIMITED BY SIZE INTO WS-D-LIBELLE
           ELSE
               MOVE WS-CP-COMPTE(WS-CP-IDX) TO WS-D-LIBELLE
           END-IF.
           MOVE WS-CP-OUVERTURE(WS-CP-IDX) TO WS-D-OUVERTURE.
           MOVE WS-CP-DEBITS(WS-CP-IDX) TO WS-D-DEBITS.
           MOVE WS-CP-CREDITS(WS-CP-IDX) TO WS-D-CREDITS.
           MOVE WS-CLOTURE TO WS-D-CLOTURE.
           DISPLAY WS-DETAIL-LINE.

           ADD WS-CP-OUVERTURE(WS-CP-IDX) TO WS-TOT-OUVERTURE.
           ADD WS-CP-DEBITS(WS-CP-IDX) TO WS-TOT-DEBITS.
           ADD WS-CP-CREDITS(WS-CP-IDX) TO WS-TOT-CREDITS.
           ADD WS-CLOTURE TO WS-TOT-CLOTURE.

      * Detail lines only: their figures are already inside
      * the suspense account and are not totalled again.
       para-imprimer-non-mappees.
           PERFORM VARYING WS-NM-IDX FROM 1 BY 1
                       UNTIL WS-NM-IDX > WS-NM-COUNT
               MOVE SPACES TO WS-D-LIBELLE
               IF WS-NM-CATEGORIE(WS-NM-IDX) = SPACES
                   MOVE '  DONT SANS CAT.' TO WS-D-LIBELLE
               ELSE
                   STRING '  DONT CAT. ' WS-NM-CATEGORIE(WS-NM-IDX)
                       DELIMITED BY SIZE INTO WS-D-LIBELLE
               END-IF
               COMPUTE WS-CLOTURE = WS-NM-OUVERTURE(WS-NM-IDX)
                   + WS-NM-DEBITS(WS-NM-IDX) - WS-NM-CREDITS(WS-NM-IDX)
               MOVE WS-NM-OUVERTURE(WS-NM-IDX) TO WS-D-OUVERTURE
               MOVE WS-NM-DEBITS(WS-NM-IDX) TO WS-D-DEBITS
               MOVE WS-NM-CREDITS(WS-NM-IDX) TO WS-D-CREDITS
               MOVE WS-CLOTURE TO WS-D-CLOTURE
               DISPLAY WS-DETAIL-LINE
           END-PERFORM.

      * The month's figures against the GLINT batch: the
      * interface writes one detail per posting, pertes as
      * debit and gains as credit, whatever the mapping,
      * so count, debits and credits must all three agree.
      * The details must first agree with their trailer;
      * re-sent postings of other months are then set
      * aside and the remainder agreed with the balance.
       para-controler-glint.
           PERFORM para-lire-glint.

           DISPLAY " ".
           DISPLAY "CONTROLE AVEC L'INTERFACE G/L - PERIODE "
               WS-PERIODE.
           IF WS-GLINT-LU NOT = 'Y' OR WS-GLINT-TRAILER NOT = 'Y'
               DISPLAY "AUCUN LOT GLINT LISIBLE - CONCORDANCE NON"
                   " VERIFIEE."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-GLINT-PERIODE NOT = WS-PERIODE
               DISPLAY "LE LOT GLINT FOURNI PORTE LA PERIODE "
                   WS-GLINT-PERIODE " - CONCORDANCE NON VERIFIEE."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-GLINT-PER-NOMBRE + WS-GLINT-REN-NOMBRE
                   NOT = WS-GLINT-NOMBRE
               OR WS-GLINT-PER-GAINS + WS-GLINT-REN-GAINS
                   NOT = WS-GLINT-GAINS
               OR WS-GLINT-PER-PERTES + WS-GLINT-REN-PERTES
                   NOT = WS-GLINT-PERTES
               DISPLAY "*** LOT GLINT INCOHERENT : DETAILS ET"
                   " ENREGISTREMENT FINAL DIFFERENT ***"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "                         BALANCE           GLINT".
           MOVE 'ECRITURES DU MOIS' TO WS-N-LIBELLE.
           MOVE WS-NB-MOIS TO WS-N-BALANCE.
           MOVE WS-GLINT-PER-NOMBRE TO WS-N-GLINT.
           DISPLAY WS-NOMBRE-LINE.
           MOVE 'DEBITS DU MOIS' TO WS-K-LIBELLE.
           MOVE WS-DEBITS-MOIS TO WS-K-BALANCE.
           MOVE WS-GLINT-PER-PERTES TO WS-K-GLINT.
           DISPLAY WS-CONTROLE-LINE.
           MOVE 'CREDITS DU MOIS' TO WS-K-LIBELLE.
           MOVE WS-CREDITS-MOIS TO WS-K-BALANCE.
           MOVE WS-GLINT-PER-GAINS TO WS-K-GLINT.
           DISPLAY WS-CONTROLE-LINE.
           IF WS-GLINT-REN-NOMBRE > ZERO
               MOVE 'RENVOIS AUTRES MOIS' TO WS-N-LIBELLE
               MOVE ZEROS TO WS-N-BALANCE
               MOVE WS-GLINT-REN-NOMBRE TO WS-N-GLINT
               DISPLAY WS-NOMBRE-LINE
               MOVE '  DEBITS RENVOYES' TO WS-K-LIBELLE
               MOVE ZEROS TO WS-K-BALANCE
               MOVE WS-GLINT-REN-PERTES TO WS-K-GLINT
               DISPLAY WS-CONTROLE-LINE
               MOVE '  CREDITS RENVOYES' TO WS-K-LIBELLE
               MOVE WS-GLINT-REN-GAINS TO WS-K-GLINT
               DISPLAY WS-CONTROLE-LINE
           END-IF.

           IF WS-NB-MOIS = WS-GLINT-PER-NOMBRE
               AND WS-DEBITS-MOIS = WS-GLINT-PER-PERTES
               AND WS-CREDITS-MOIS = WS-GLINT-PER-GAINS
               DISPLAY "BALANCE CONCORDANTE AVEC LES TOTAUX DE"
                   " CONTROLE DU LOT GLINT."
           ELSE
               DISPLAY "*** BALANCE NON CONCORDANTE AVEC LE LOT GLINT"
                   " - ECART A EXPLIQUER ***"
               DISPLAY "    (ECRITURES DU MOIS DEJA TRANSMISES DANS"
                   " UN LOT ANTERIEUR ?)"
               MOVE 4 TO RETURN-CODE
           END-IF.

       para-lire-glint.
           MOVE 'N' TO WS-GLINT-LU WS-GLINT-TRAILER.
           MOVE ZEROS TO WS-GLINT-PER-NOMBRE WS-GLINT-PER-GAINS
               WS-GLINT-PER-PERTES WS-GLINT-REN-NOMBRE
               WS-GLINT-REN-GAINS WS-GLINT-REN-PERTES.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT GL-INTERFACE.
           IF WS-GLINT-STATUS = "00"
               MOVE 'Y' TO WS-GLINT-LU
               PERFORM UNTIL WS-EOF
                   READ GL-INTERFACE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           EVALUATE GLINT-TYPE
                               WHEN '1'
                                   MOVE GLINT-H-PERIODE
                                       TO WS-GLINT-PERIODE
                               WHEN '2'
                                   PERFORM para-cumuler-glint
                               WHEN '9'
                                   MOVE 'Y' TO WS-GLINT-TRAILER
                                   MOVE GLINT-T-NOMBRE
                                       TO WS-GLINT-NOMBRE
                                   MOVE GLINT-T-HASH-GAINS
                                       TO WS-GLINT-GAINS
                                   MOVE GLINT-T-HASH-PERTES
                                       TO WS-GLINT-PERTES
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE GL-INTERFACE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

      * The header has been read by then: the batch's own
      * period decides which details are re-sends.
       para-cumuler-glint.
           IF GLINT-D-DATE(1:6) = WS-GLINT-PERIODE
               ADD 1 TO WS-GLINT-PER-NOMBRE
               ADD GLINT-D-CREDIT TO WS-GLINT-PER-GAINS
               ADD GLINT-D-DEBIT TO WS-GLINT-PER-PERTES
           ELSE
               ADD 1 TO WS-GLINT-REN-NOMBRE
               ADD GLINT-D-CREDIT TO WS-GLINT-REN-GAINS
               ADD GLINT-D-DEBIT TO WS-GLINT-REN-PERTES
           END-IF.
