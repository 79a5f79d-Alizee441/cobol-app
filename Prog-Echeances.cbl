       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcul_Budget_Echeances.

      *****************************************************
      * Spreading schedule report: one line per spread
      * posting with its total, the months it covers, what
      * has been released so far and the balance still to
      * release, then the balances to come summed by side.
      * Run from jcl/BUDGCLOT.jcl after the month's shares
      * have been posted, so the figures are those the new
      * period opens with.
      *
      * ETAT: A VENIR   - first period not reached yet
      *       EN COURS  - shares being released
      *       TERMINE   - nothing left to release
      *       EN RETARD - a period was missed; the next
      *                   release catches it up
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ETALSEL.
           COPY PERIOSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY ETALFD.
           COPY PERIOFD.

       WORKING-STORAGE SECTION.
       77 WS-ETAL-STATUS    PIC XX.
       77 WS-PERIO-STATUS   PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-PERIODE        PIC 9(6) VALUE ZEROS.
       77 WS-RESTE          PIC 9(7)V99 VALUE ZEROS.
       77 WS-NB-LIGNES      PIC 9(6) VALUE ZEROS.
       77 WS-NB-EN-COURS    PIC 9(6) VALUE ZEROS.
       77 WS-TOT-MONTANT    PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOT-LIBERE     PIC 9(9)V99 VALUE ZEROS.
       77 WS-RESTE-GAINS    PIC 9(9)V99 VALUE ZEROS.
       77 WS-RESTE-PERTES   PIC 9(9)V99 VALUE ZEROS.

       01 WS-DETAIL-LINE.
           05 WS-D-SEQUENCE      PIC 9(9).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-DATE          PIC 9(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-OPERATEUR     PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-CATEGORIE     PIC X(4).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-SENS          PIC X(1).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-MONTANT       PIC Z(6)9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-NB-MOIS       PIC Z9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-DEBUT         PIC 9(6).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-DERNIERE      PIC 9(6).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-LIBERE        PIC Z(6)9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-RESTE         PIC Z(6)9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-ETAT          PIC X(9).

       PROCEDURE DIVISION.
       para-principale.
           PERFORM para-lire-periode.

           DISPLAY "ECHEANCIER DES ETALEMENTS - PERIODE OUVERTE "
               WS-PERIODE.
           DISPLAY "SEQUENCE  DATE     OPERAT.  CAT  S    MONTANT NM"
               " DEBUT  DERN.      LIBERE       RESTE ETAT".

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT ETALEMENT-FILE.
           IF WS-ETAL-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ ETALEMENT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END PERFORM para-imprimer-ligne
                   END-READ
               END-PERFORM
               CLOSE ETALEMENT-FILE
           END-IF.

           DISPLAY " ".
           DISPLAY "ETALEMENTS              : " WS-NB-LIGNES.
           DISPLAY "DONT NON TERMINES       : " WS-NB-EN-COURS.
           DISPLAY "MONTANT TOTAL ETALE     : " WS-TOT-MONTANT.
           DISPLAY "DEJA LIBERE             : " WS-TOT-LIBERE.
           DISPLAY "RESTE A LIBERER GAINS   : " WS-RESTE-GAINS.
           DISPLAY "RESTE A LIBERER PERTES  : " WS-RESTE-PERTES.

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

       para-imprimer-ligne.
           ADD 1 TO WS-NB-LIGNES.
           ADD ETAL-MONTANT TO WS-TOT-MONTANT.
           ADD ETAL-LIBERE TO WS-TOT-LIBERE.
           IF ETAL-LIBERE >= ETAL-MONTANT
               MOVE ZEROS TO WS-RESTE
           ELSE
               COMPUTE WS-RESTE = ETAL-MONTANT - ETAL-LIBERE
               ADD 1 TO WS-NB-EN-COURS
           END-IF.
           IF ETAL-SENS = 'G'
               ADD WS-RESTE TO WS-RESTE-GAINS
           ELSE
               ADD WS-RESTE TO WS-RESTE-PERTES
           END-IF.

           EVALUATE TRUE
               WHEN WS-RESTE = ZERO
                   MOVE 'TERMINE' TO WS-D-ETAT
               WHEN ETAL-DEBUT > WS-PERIODE
                   MOVE 'A VENIR' TO WS-D-ETAT
               WHEN ETAL-DERNIERE < WS-PERIODE
                   MOVE 'EN RETARD' TO WS-D-ETAT
               WHEN OTHER
                   MOVE 'EN COURS' TO WS-D-ETAT
           END-EVALUATE.

           MOVE ETAL-SEQUENCE    TO WS-D-SEQUENCE.
           MOVE ETAL-DATE-ORIG   TO WS-D-DATE.
           MOVE ETAL-OPERATEUR   TO WS-D-OPERATEUR.
           MOVE ETAL-CATEGORIE   TO WS-D-CATEGORIE.
           MOVE ETAL-SENS        TO WS-D-SENS.
           MOVE ETAL-MONTANT     TO WS-D-MONTANT.
           MOVE ETAL-NB-MOIS     TO WS-D-NB-MOIS.
           MOVE ETAL-DEBUT       TO WS-D-DEBUT.
           MOVE ETAL-DERNIERE    TO WS-D-DERNIERE.
           MOVE ETAL-LIBERE      TO WS-D-LIBERE.
           MOVE WS-RESTE         TO WS-D-RESTE.
           DISPLAY WS-DETAIL-LINE.
