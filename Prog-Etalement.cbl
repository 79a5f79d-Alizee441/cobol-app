       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcul_Budget_Etalement.

      *****************************************************
      * Releases the month's share of every spread posting
      * into BUDGET-LEDGER - run from jcl/BUDGCLOT.jcl right
      * after the close, like the standing orders, so the
      * month the close has just opened carries its part of
      * the insurance or the yearly tax bill. Shares carry
      * LEDGER-PROGRAMME 'ETALE' and point back at the
      * original through LEDGER-REF-SEQUENCE.
      *
      * The amount due by the end of a period is the total
      * times the months elapsed over the months spread,
      * cut to the cent; the share is what is due less what
      * was already released, so the last month takes the
      * rounding and a month the job missed is caught up in
      * the next one instead of being lost.
      *
      * A rerun posts nothing twice: a line whose last
      * released period is the open one is skipped, and a
      * share found in the ledger but not yet recorded on
      * the schedule (a run that died before rewriting the
      * file) is recorded instead of posted again.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ETALSEL.
           COPY LEDGSEL.
           COPY PERIOSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY ETALFD.
           COPY LEDGFD.
           COPY PERIOFD.

       WORKING-STORAGE SECTION.
       77 WS-ETAL-STATUS    PIC XX.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-PERIO-STATUS   PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-TIME           PIC 9(6).
       77 WS-SEQUENCE       PIC 9(9) VALUE ZEROS.
       77 WS-PERIODE        PIC 9(6) VALUE ZEROS.
       77 WS-PERIO-ANNEE    PIC 9(4) VALUE ZEROS.
       77 WS-PERIO-MOIS     PIC 9(2) VALUE ZEROS.
       77 WS-DEBUT-ANNEE    PIC 9(4) VALUE ZEROS.
       77 WS-DEBUT-MOIS     PIC 9(2) VALUE ZEROS.
       77 WS-ECART          PIC S9(4) VALUE ZEROS.
       77 WS-DU             PIC 9(7)V99 VALUE ZEROS.
       77 WS-PART           PIC 9(7)V99 VALUE ZEROS.
       77 WS-JOUR-OUVRE     PIC X VALUE 'N'.
       77 WS-NB-PARTS       PIC 9(6) VALUE ZEROS.
       77 WS-NB-REPRISES    PIC 9(6) VALUE ZEROS.
       77 WS-NB-TERMINES    PIC 9(6) VALUE ZEROS.
       77 WS-TOT-GAINS      PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOT-PERTES     PIC 9(9)V99 VALUE ZEROS.

       01 WS-DATE-PART.
           05 WS-DP-ANNEE-MOIS  PIC 9(6).
           05 WS-DP-JOUR        PIC 9(2).
       01 WS-DATE-PART-N REDEFINES WS-DATE-PART PIC 9(8).

      * The whole schedule, rewritten at the end of the run
      * with each line's released amount brought forward.
       01 WS-ET-TABLE.
           05 WS-ET-ENTRY OCCURS 500 TIMES.
               10 WS-ET-SEQUENCE     PIC 9(9).
               10 WS-ET-DATE-ORIG    PIC 9(8).
               10 WS-ET-SENS         PIC X(1).
               10 WS-ET-MONTANT      PIC 9(7)V99.
               10 WS-ET-NB-MOIS      PIC 9(2).
               10 WS-ET-DEBUT        PIC 9(6).
               10 WS-ET-LIBERE       PIC 9(7)V99.
               10 WS-ET-DERNIERE     PIC 9(6).
               10 WS-ET-OPERATEUR    PIC X(8).
               10 WS-ET-CATEGORIE    PIC X(4).
               10 WS-ET-DEPARTEMENT  PIC X(3).
               10 WS-ET-TIERS        PIC X(8).
       77 WS-ET-COUNT        PIC 9(4) VALUE ZEROS.
       77 WS-ET-IDX          PIC 999.

       PROCEDURE DIVISION.
       para-principale.
           PERFORM para-lire-periode.

           OPEN INPUT ETALEMENT-FILE.
           IF WS-ETAL-STATUS NOT = "00"
               DISPLAY "AUCUN ETALEMENT A LIBERER."
               GOBACK
           END-IF.
           PERFORM para-charger-etalements.
           CLOSE ETALEMENT-FILE.

      * The file is rewritten from the table: a schedule
      * that no longer fits would lose its last lines.
           IF WS-ET-COUNT > 500
               DISPLAY "ECHEANCIER TROP GRAND (PLUS DE 500 LIGNES)"
                   " - RIEN N'EST LIBERE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O BUDGET-LEDGER.
           IF WS-LEDGER-STATUS = "35"
               CLOSE BUDGET-LEDGER
               OPEN OUTPUT BUDGET-LEDGER
               CLOSE BUDGET-LEDGER
               OPEN I-O BUDGET-LEDGER
           END-IF.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE D'OUVRIR LE LEDGER, STATUT="
                   WS-LEDGER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM para-reprendre-parts.

           MOVE WS-PERIODE TO WS-DP-ANNEE-MOIS.
           MOVE 1 TO WS-DP-JOUR.
           PERFORM para-avancer-jour-ouvre.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TIME.

           PERFORM para-liberer-part
               VARYING WS-ET-IDX FROM 1 BY 1
               UNTIL WS-ET-IDX > WS-ET-COUNT.

           CLOSE BUDGET-LEDGER.

           PERFORM para-reecrire-etalements.

           DISPLAY "ETALEMENTS - PERIODE " WS-PERIODE.
           DISPLAY "PARTS LIBEREES      : " WS-NB-PARTS.
           DISPLAY "  DONT GAINS        : " WS-TOT-GAINS.
           DISPLAY "  DONT PERTES       : " WS-TOT-PERTES.
           DISPLAY "PARTS DEJA POSTEES  : " WS-NB-REPRISES.
           DISPLAY "ETALEMENTS TERMINES : " WS-NB-TERMINES.

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
           DIVIDE WS-PERIODE BY 100 GIVING WS-PERIO-ANNEE
               REMAINDER WS-PERIO-MOIS.

       para-charger-etalements.
           MOVE ZEROS TO WS-ET-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
               READ ETALEMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ET-COUNT
                       IF WS-ET-COUNT <= 500
                           MOVE ETALEMENT-RECORD
                               TO WS-ET-ENTRY(WS-ET-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-SWITCH.

      * Shares already in the ledger for the open period but
      * not on the schedule yet: the contra sits on the
      * other side of the original and is never counted.
       para-reprendre-parts.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
               READ BUDGET-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF LEDGER-PROGRAMME = 'ETALE'
                           AND LEDGER-DATE(1:6) = WS-PERIODE
                           PERFORM para-reprendre-part
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-reprendre-part.
           PERFORM VARYING WS-ET-IDX FROM 1 BY 1
                   UNTIL WS-ET-IDX > WS-ET-COUNT
               IF WS-ET-SEQUENCE(WS-ET-IDX) = LEDGER-REF-SEQUENCE
                   AND WS-ET-DERNIERE(WS-ET-IDX) < WS-PERIODE
                   IF WS-ET-SENS(WS-ET-IDX) = 'G'
                       AND LEDGER-GAINS NOT = ZERO
                       ADD LEDGER-GAINS TO WS-ET-LIBERE(WS-ET-IDX)
                       MOVE WS-PERIODE TO WS-ET-DERNIERE(WS-ET-IDX)
                       ADD 1 TO WS-NB-REPRISES
                   END-IF
                   IF WS-ET-SENS(WS-ET-IDX) = 'P'
                       AND LEDGER-PERTES NOT = ZERO
                       ADD LEDGER-PERTES TO WS-ET-LIBERE(WS-ET-IDX)
                       MOVE WS-PERIODE TO WS-ET-DERNIERE(WS-ET-IDX)
                       ADD 1 TO WS-NB-REPRISES
                   END-IF
               END-IF
           END-PERFORM.

       para-liberer-part.
           IF WS-ET-LIBERE(WS-ET-IDX) >= WS-ET-MONTANT(WS-ET-IDX)
               OR WS-ET-DEBUT(WS-ET-IDX) > WS-PERIODE
               OR WS-ET-DERNIERE(WS-ET-IDX) >= WS-PERIODE
               EXIT PARAGRAPH
           END-IF.

           DIVIDE WS-ET-DEBUT(WS-ET-IDX) BY 100
               GIVING WS-DEBUT-ANNEE REMAINDER WS-DEBUT-MOIS.
           COMPUTE WS-ECART =
               (WS-PERIO-ANNEE * 12 + WS-PERIO-MOIS)
               - (WS-DEBUT-ANNEE * 12 + WS-DEBUT-MOIS) + 1.
           IF WS-ECART >= WS-ET-NB-MOIS(WS-ET-IDX)
               MOVE WS-ET-MONTANT(WS-ET-IDX) TO WS-DU
           ELSE
               COMPUTE WS-DU = WS-ET-MONTANT(WS-ET-IDX) * WS-ECART
                   / WS-ET-NB-MOIS(WS-ET-IDX)
           END-IF.

           IF WS-DU > WS-ET-LIBERE(WS-ET-IDX)
               COMPUTE WS-PART = WS-DU - WS-ET-LIBERE(WS-ET-IDX)
               PERFORM para-poster-part
               ADD WS-PART TO WS-ET-LIBERE(WS-ET-IDX)
           END-IF.
           MOVE WS-PERIODE TO WS-ET-DERNIERE(WS-ET-IDX).
           IF WS-ET-LIBERE(WS-ET-IDX) >= WS-ET-MONTANT(WS-ET-IDX)
               ADD 1 TO WS-NB-TERMINES
           END-IF.

      * A share is posted in euros under the original's
      * operator, category, department and payee, on the
      * side the original was posted on.
       para-poster-part.
           CALL 'Obtenir_Sequence' USING WS-SEQUENCE.
           MOVE WS-SEQUENCE TO LEDGER-SEQUENCE.
           MOVE WS-DATE-PART-N TO LEDGER-DATE.
           MOVE WS-TIME TO LEDGER-TIME.
           MOVE 'EUR' TO LEDGER-CURRENCY.
           IF WS-ET-SENS(WS-ET-IDX) = 'G'
               MOVE WS-PART TO LEDGER-GAINS
               MOVE ZEROS TO LEDGER-PERTES
               MOVE WS-PART TO LEDGER-TOTAL
               ADD WS-PART TO WS-TOT-GAINS
           ELSE
               MOVE ZEROS TO LEDGER-GAINS
               MOVE WS-PART TO LEDGER-PERTES
               COMPUTE LEDGER-TOTAL = ZERO - WS-PART
               ADD WS-PART TO WS-TOT-PERTES
           END-IF.
           MOVE WS-ET-OPERATEUR(WS-ET-IDX) TO LEDGER-OPERATEUR.
           MOVE 'ETALE' TO LEDGER-PROGRAMME.
           MOVE WS-ET-CATEGORIE(WS-ET-IDX) TO LEDGER-CATEGORIE.
           MOVE SPACES TO LEDGER-RAISON.
           MOVE WS-PART TO LEDGER-MONTANT-ORIG.
           MOVE 'EUR' TO LEDGER-DEVISE-ORIG.
           MOVE 1.0000 TO LEDGER-TAUX.
           MOVE WS-ET-SEQUENCE(WS-ET-IDX) TO LEDGER-REF-SEQUENCE.
           MOVE WS-ET-DEPARTEMENT(WS-ET-IDX) TO LEDGER-DEPARTEMENT.
           MOVE SPACES TO LEDGER-CODE-TVA.
           MOVE ZEROS TO LEDGER-MONTANT-TVA.
           MOVE ZEROS TO LEDGER-DOCUMENT.
           MOVE WS-ET-TIERS(WS-ET-IDX) TO LEDGER-TIERS.

      * The sequence number is unique by construction; a
      * status 22 can only mean the counter file was reset
      * by hand, so a fresh number is drawn rather than
      * losing the entry.
           PERFORM WITH TEST AFTER
                   UNTIL WS-LEDGER-STATUS NOT = "22"
               WRITE LEDGER-RECORD
                   INVALID KEY
                       CALL 'Obtenir_Sequence' USING WS-SEQUENCE
                       MOVE WS-SEQUENCE TO LEDGER-SEQUENCE
               END-WRITE
           END-PERFORM.

           ADD 1 TO WS-NB-PARTS.

      * Shares go on the first business day of the period;
      * a month whose first four weeks are all closed
      * (which should never happen) posts on the 28th.
       para-avancer-jour-ouvre.
           CALL 'Verifier_JourOuvre' USING WS-DATE-PART-N
               WS-JOUR-OUVRE.
           PERFORM UNTIL WS-JOUR-OUVRE = 'Y' OR WS-DP-JOUR = 28
               ADD 1 TO WS-DP-JOUR
               CALL 'Verifier_JourOuvre' USING WS-DATE-PART-N
                   WS-JOUR-OUVRE
           END-PERFORM.

       para-reecrire-etalements.
           OPEN OUTPUT ETALEMENT-FILE.
           PERFORM VARYING WS-ET-IDX FROM 1 BY 1
                   UNTIL WS-ET-IDX > WS-ET-COUNT
               MOVE WS-ET-ENTRY(WS-ET-IDX) TO ETALEMENT-RECORD
               WRITE ETALEMENT-RECORD
           END-PERFORM.
           CLOSE ETALEMENT-FILE.
