       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcul_Budget_Tiers.

      *****************************************************
      * Spend by payee: for the year keyed on SYSIN (AAAA
      * on the first line), totals per payee and per month
      * across the current BUDGET-LEDGER and the YEAR-LEDGER
      * archive, a year total per payee, then the payees
      * with the most postings (how many on the second
      * SYSIN line, two digits; blank = 10).
      *
      * Payees print in payee-code order, inactive ones
      * included; a code found on a posting but no longer
      * on the master is appended and flagged. Postings
      * naming no payee are only counted at the end.
      *
      * A Correction_Budget contra carries the original's
      * payee with gains and pertes swapped; it is netted
      * back out of the side it reverses and out of the
      * posting count, so a corrected entry disappears
      * from the figures by itself.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LEDGSEL.
           COPY YEARSEL.
           COPY TIERSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY LEDGFD.
           COPY YEARFD.
           COPY TIERFD.

       WORKING-STORAGE SECTION.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-YEAR-STATUS    PIC XX.
       77 WS-TIERS-STATUS   PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-AN-SAISI       PIC X(4) VALUE SPACES.
       77 WS-AN             PIC 9(4) VALUE ZEROS.
       77 WS-TOP-SAISI      PIC X(2) VALUE SPACES.
       77 WS-TOP            PIC 99 VALUE 10.
       77 WS-RANG           PIC 9(3) VALUE ZEROS.
       77 WS-MEILLEUR       PIC 999 VALUE ZEROS.
       77 WS-MOIS-IDX       PIC 99.
       77 WS-NB-RETENUS     PIC 9(6) VALUE ZEROS.
       77 WS-SANS-NB        PIC S9(6) VALUE ZEROS.
       77 WS-SANS-GAINS     PIC S9(9)V99 VALUE ZEROS.
       77 WS-SANS-PERTES    PIC S9(9)V99 VALUE ZEROS.
       77 WS-TOT-GAINS      PIC S9(9)V99 VALUE ZEROS.
       77 WS-TOT-PERTES     PIC S9(9)V99 VALUE ZEROS.
       77 WS-SIGNE          PIC S9 VALUE +1.
       77 WS-ECHANGE        PIC 9(7)V99 VALUE ZEROS.

       01 WS-CLE-COURANTE.
           05 WS-C-DATE         PIC 9(8).
           05 WS-C-DATE-R REDEFINES WS-C-DATE.
               10 WS-C-AN           PIC 9(4).
               10 WS-C-MOIS         PIC 99.
               10 WS-C-JOUR         PIC 99.
           05 WS-C-TIERS        PIC X(8).
           05 WS-C-PROGRAMME    PIC X(8).
           05 WS-C-GAINS        PIC 9(7)V99.
           05 WS-C-PERTES       PIC 9(7)V99.

      * One entry per payee: year totals plus twelve month
      * buckets, both fed posting by posting.
       01 WS-PT-TABLE.
           05 WS-PT-ENTRY OCCURS 200 TIMES.
               10 WS-PT-CODE        PIC X(8).
               10 WS-PT-NOM         PIC X(30).
               10 WS-PT-ACTIF       PIC X(1).
               10 WS-PT-NB          PIC S9(6).
               10 WS-PT-GAINS       PIC S9(9)V99.
               10 WS-PT-PERTES      PIC S9(9)V99.
               10 WS-PT-CLASSE      PIC X(1).
               10 WS-PT-MOIS OCCURS 12 TIMES.
                   15 WS-PT-M-NB        PIC S9(6).
                   15 WS-PT-M-GAINS     PIC S9(9)V99.
                   15 WS-PT-M-PERTES    PIC S9(9)V99.
       77 WS-PT-COUNT        PIC 999 VALUE ZEROS.
       77 WS-PT-IDX          PIC 999.
       77 WS-PT-SURCHARGE    PIC X VALUE 'N'.

       01 WS-ENTETE-TIERS.
           05 WS-E-CODE          PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-E-NOM           PIC X(30).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-E-ETAT          PIC X(16).

       01 WS-DETAIL-LINE.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-D-LIBELLE       PIC X(12).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-NB            PIC -ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-GAINS         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-PERTES        PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-RANG-LINE.
           05 WS-R-RANG          PIC Z9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-R-CODE          PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-R-NOM           PIC X(30).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-R-NB            PIC -ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-R-GAINS         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-R-PERTES        PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       para-principale.
           DISPLAY "ANNEE DU RAPPORT (AAAA) ?".
           ACCEPT WS-AN-SAISI.
           IF WS-AN-SAISI NOT NUMERIC
               DISPLAY "ANNEE INVALIDE : " WS-AN-SAISI
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-AN-SAISI TO WS-AN.
           DISPLAY "NOMBRE DE TIERS AU CLASSEMENT (2 CHIFFRES) ?".
           ACCEPT WS-TOP-SAISI.
           IF WS-TOP-SAISI NUMERIC AND WS-TOP-SAISI NOT = "00"
               MOVE WS-TOP-SAISI TO WS-TOP
           END-IF.

           PERFORM para-charger-tiers.
           PERFORM para-cumuler-ledger.
           PERFORM para-cumuler-archive.

           DISPLAY "DEPENSES ET RECETTES PAR TIERS - ANNEE " WS-AN.
           DISPLAY "    MOIS              NOMBRE        ENCAISSE"
               "            PAYE".
           PERFORM para-imprimer-tiers
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT.

           DISPLAY " ".
           MOVE 'SANS TIERS' TO WS-D-LIBELLE.
           MOVE WS-SANS-NB TO WS-D-NB.
           MOVE WS-SANS-GAINS TO WS-D-GAINS.
           MOVE WS-SANS-PERTES TO WS-D-PERTES.
           DISPLAY WS-DETAIL-LINE.
           MOVE 'TOTAL TIERS' TO WS-D-LIBELLE.
           MOVE WS-NB-RETENUS TO WS-D-NB.
           MOVE WS-TOT-GAINS TO WS-D-GAINS.
           MOVE WS-TOT-PERTES TO WS-D-PERTES.
           DISPLAY WS-DETAIL-LINE.

           PERFORM para-classer-tiers.

           IF WS-PT-SURCHARGE = 'Y'
               DISPLAY "ATTENTION : PLUS DE 200 TIERS - RAPPORT"
                   " INCOMPLET."
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       para-charger-tiers.
           MOVE ZEROS TO WS-PT-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT TIERS-FILE.
           IF WS-TIERS-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ TIERS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-PT-COUNT < 200
                               ADD 1 TO WS-PT-COUNT
                               MOVE WS-PT-COUNT TO WS-PT-IDX
                               PERFORM para-initialiser-tiers
                               MOVE TIERS-CODE TO WS-PT-CODE(WS-PT-IDX)
                               MOVE TIERS-NOM TO WS-PT-NOM(WS-PT-IDX)
                               MOVE TIERS-ACTIF
                                   TO WS-PT-ACTIF(WS-PT-IDX)
                           ELSE
                               MOVE 'Y' TO WS-PT-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIERS-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-initialiser-tiers.
           MOVE SPACES TO WS-PT-CODE(WS-PT-IDX).
           MOVE SPACES TO WS-PT-NOM(WS-PT-IDX).
           MOVE SPACES TO WS-PT-ACTIF(WS-PT-IDX).
           MOVE ZEROS TO WS-PT-NB(WS-PT-IDX).
           MOVE ZEROS TO WS-PT-GAINS(WS-PT-IDX).
           MOVE ZEROS TO WS-PT-PERTES(WS-PT-IDX).
           MOVE 'N' TO WS-PT-CLASSE(WS-PT-IDX).
           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                   UNTIL WS-MOIS-IDX > 12
               MOVE ZEROS TO WS-PT-M-NB(WS-PT-IDX, WS-MOIS-IDX)
               MOVE ZEROS TO WS-PT-M-GAINS(WS-PT-IDX, WS-MOIS-IDX)
               MOVE ZEROS TO WS-PT-M-PERTES(WS-PT-IDX, WS-MOIS-IDX)
           END-PERFORM.

       para-cumuler-ledger.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT BUDGET-LEDGER.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ BUDGET-LEDGER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE LEDGER-DATE TO WS-C-DATE
                           MOVE LEDGER-TIERS TO WS-C-TIERS
                           MOVE LEDGER-PROGRAMME TO WS-C-PROGRAMME
                           MOVE LEDGER-GAINS TO WS-C-GAINS
                           MOVE LEDGER-PERTES TO WS-C-PERTES
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
                           MOVE YEAR-DATE TO WS-C-DATE
                           MOVE YEAR-TIERS TO WS-C-TIERS
                           MOVE YEAR-PROGRAMME TO WS-C-PROGRAMME
                           MOVE YEAR-GAINS TO WS-C-GAINS
                           MOVE YEAR-PERTES TO WS-C-PERTES
                           PERFORM para-cumuler-entree
                   END-READ
               END-PERFORM
               CLOSE YEAR-LEDGER
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

      * A contra moves the original's amounts back out of
      * the side they were posted on: its gains come off
      * the payee's pertes and its pertes off the gains.
       para-cumuler-entree.
           IF WS-C-AN NOT = WS-AN
               OR WS-C-MOIS < 1 OR WS-C-MOIS > 12
               EXIT PARAGRAPH
           END-IF.

      * A spread posting's 'ETALE' contra and monthly shares
      * sum back to nothing: the payee was paid once, in the
      * month the original records. A 'REPART' pair only
      * moves an amount between departments.
           IF WS-C-PROGRAMME = 'ETALE' OR WS-C-PROGRAMME = 'REPART'
               EXIT PARAGRAPH
           END-IF.

           IF WS-C-PROGRAMME = 'CORRECT'
               MOVE -1 TO WS-SIGNE
               MOVE WS-C-GAINS TO WS-ECHANGE
               MOVE WS-C-PERTES TO WS-C-GAINS
               MOVE WS-ECHANGE TO WS-C-PERTES
           ELSE
               MOVE +1 TO WS-SIGNE
           END-IF.

           IF WS-C-TIERS = SPACES
               ADD WS-SIGNE TO WS-SANS-NB
               COMPUTE WS-SANS-GAINS =
                   WS-SANS-GAINS + WS-SIGNE * WS-C-GAINS
               COMPUTE WS-SANS-PERTES =
                   WS-SANS-PERTES + WS-SIGNE * WS-C-PERTES
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-PT-IDX.
           PERFORM UNTIL WS-PT-IDX > WS-PT-COUNT
                       OR WS-PT-CODE(WS-PT-IDX) = WS-C-TIERS
               ADD 1 TO WS-PT-IDX
           END-PERFORM.

           IF WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-COUNT < 200
                   ADD 1 TO WS-PT-COUNT
                   MOVE WS-PT-COUNT TO WS-PT-IDX
                   PERFORM para-initialiser-tiers
                   MOVE WS-C-TIERS TO WS-PT-CODE(WS-PT-IDX)
                   MOVE '*** ABSENT DU FICHIER TIERS ***'
                       TO WS-PT-NOM(WS-PT-IDX)
               ELSE
                   MOVE 'Y' TO WS-PT-SURCHARGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-C-MOIS TO WS-MOIS-IDX.
           ADD WS-SIGNE TO WS-PT-M-NB(WS-PT-IDX, WS-MOIS-IDX).
           COMPUTE WS-PT-M-GAINS(WS-PT-IDX, WS-MOIS-IDX) =
               WS-PT-M-GAINS(WS-PT-IDX, WS-MOIS-IDX)
               + WS-SIGNE * WS-C-GAINS.
           COMPUTE WS-PT-M-PERTES(WS-PT-IDX, WS-MOIS-IDX) =
               WS-PT-M-PERTES(WS-PT-IDX, WS-MOIS-IDX)
               + WS-SIGNE * WS-C-PERTES.
           ADD WS-SIGNE TO WS-PT-NB(WS-PT-IDX).
           COMPUTE WS-PT-GAINS(WS-PT-IDX) =
               WS-PT-GAINS(WS-PT-IDX) + WS-SIGNE * WS-C-GAINS.
           COMPUTE WS-PT-PERTES(WS-PT-IDX) =
               WS-PT-PERTES(WS-PT-IDX) + WS-SIGNE * WS-C-PERTES.

      * A payee with no posting in the year is left out;
      * within a payee only the months that moved print.
       para-imprimer-tiers.
           IF WS-PT-NB(WS-PT-IDX) = ZERO
               AND WS-PT-GAINS(WS-PT-IDX) = ZERO
               AND WS-PT-PERTES(WS-PT-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.

           DISPLAY " ".
           MOVE WS-PT-CODE(WS-PT-IDX) TO WS-E-CODE.
           MOVE WS-PT-NOM(WS-PT-IDX) TO WS-E-NOM.
           IF WS-PT-ACTIF(WS-PT-IDX) = 'I'
               MOVE '(INACTIF)' TO WS-E-ETAT
           ELSE
               MOVE SPACES TO WS-E-ETAT
           END-IF.
           DISPLAY WS-ENTETE-TIERS.

           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
                   UNTIL WS-MOIS-IDX > 12
               IF WS-PT-M-NB(WS-PT-IDX, WS-MOIS-IDX) NOT = ZERO
                   OR WS-PT-M-GAINS(WS-PT-IDX, WS-MOIS-IDX)
                       NOT = ZERO
                   OR WS-PT-M-PERTES(WS-PT-IDX, WS-MOIS-IDX)
                       NOT = ZERO
                   MOVE SPACES TO WS-D-LIBELLE
                   MOVE WS-AN TO WS-D-LIBELLE(1:4)
                   MOVE '-' TO WS-D-LIBELLE(5:1)
                   MOVE WS-MOIS-IDX TO WS-D-LIBELLE(6:2)
                   MOVE WS-PT-M-NB(WS-PT-IDX, WS-MOIS-IDX)
                       TO WS-D-NB
                   MOVE WS-PT-M-GAINS(WS-PT-IDX, WS-MOIS-IDX)
                       TO WS-D-GAINS
                   MOVE WS-PT-M-PERTES(WS-PT-IDX, WS-MOIS-IDX)
                       TO WS-D-PERTES
                   DISPLAY WS-DETAIL-LINE
               END-IF
           END-PERFORM.

           MOVE 'TOTAL ANNEE' TO WS-D-LIBELLE.
           MOVE WS-PT-NB(WS-PT-IDX) TO WS-D-NB.
           MOVE WS-PT-GAINS(WS-PT-IDX) TO WS-D-GAINS.
           MOVE WS-PT-PERTES(WS-PT-IDX) TO WS-D-PERTES.
           DISPLAY WS-DETAIL-LINE.

           ADD WS-PT-NB(WS-PT-IDX) TO WS-NB-RETENUS.
           ADD WS-PT-GAINS(WS-PT-IDX) TO WS-TOT-GAINS.
           ADD WS-PT-PERTES(WS-PT-IDX) TO WS-TOT-PERTES.

      * Most postings first; on a tie the larger amount
      * paid plus received ranks higher.
       para-classer-tiers.
           DISPLAY " ".
           DISPLAY "TIERS LES PLUS ACTIFS - ANNEE " WS-AN.
           DISPLAY "RG  TIERS     NOM                             "
               "   NOMBRE        ENCAISSE            PAYE".
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-TOP
               MOVE ZEROS TO WS-MEILLEUR
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                       UNTIL WS-PT-IDX > WS-PT-COUNT
                   IF WS-PT-CLASSE(WS-PT-IDX) = 'N'
                       AND WS-PT-NB(WS-PT-IDX) > ZERO
                       PERFORM para-comparer-tiers
                   END-IF
               END-PERFORM
               IF WS-MEILLEUR = ZEROS
                   MOVE WS-TOP TO WS-RANG
               ELSE
                   MOVE 'O' TO WS-PT-CLASSE(WS-MEILLEUR)
                   MOVE WS-RANG TO WS-R-RANG
                   MOVE WS-PT-CODE(WS-MEILLEUR) TO WS-R-CODE
                   MOVE WS-PT-NOM(WS-MEILLEUR) TO WS-R-NOM
                   MOVE WS-PT-NB(WS-MEILLEUR) TO WS-R-NB
                   MOVE WS-PT-GAINS(WS-MEILLEUR) TO WS-R-GAINS
                   MOVE WS-PT-PERTES(WS-MEILLEUR) TO WS-R-PERTES
                   DISPLAY WS-RANG-LINE
               END-IF
           END-PERFORM.

       para-comparer-tiers.
           IF WS-MEILLEUR = ZEROS
               MOVE WS-PT-IDX TO WS-MEILLEUR
               EXIT PARAGRAPH
           END-IF.
           IF WS-PT-NB(WS-PT-IDX) > WS-PT-NB(WS-MEILLEUR)
               MOVE WS-PT-IDX TO WS-MEILLEUR
               EXIT PARAGRAPH
           END-IF.
           IF WS-PT-NB(WS-PT-IDX) = WS-PT-NB(WS-MEILLEUR)
               AND WS-PT-GAINS(WS-PT-IDX) + WS-PT-PERTES(WS-PT-IDX)
                 > WS-PT-GAINS(WS-MEILLEUR) + WS-PT-PERTES(WS-MEILLEUR)
               MOVE WS-PT-IDX TO WS-MEILLEUR
           END-IF.
