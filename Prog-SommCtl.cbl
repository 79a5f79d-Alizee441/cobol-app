       IDENTIFICATION DIVISION.
       PROGRAM-ID. Controler_Sommaire.

      *****************************************************
      * Control check CALLed by every reporting step that
      * reads SOMMAIRE-FILE, before it prints anything:
      *   - the control record is complete (statut 'C');
      *   - the last posting summarised is still in the
      *     ledger with the same date and amounts, so the
      *     ledger under the summary has not been replaced
      *     or purged since;
      *   - the summary file adds up, in postings, gains
      *     and pertes, to the control totals.
      * Postings keyed after the summary was built are
      * counted and shown; they are left to the next night.
      *
      * LK-RESULTAT: 'O' the summary can be used, 'L' no
      * ledger to report on, 'N' the summary does not agree
      * with the ledger (the reason is displayed).
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LEDGSEL.
           COPY SOMMSEL.
           COPY SOMCSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY LEDGFD.
           COPY SOMMFD.
           COPY SOMCFD.

       WORKING-STORAGE SECTION.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-SOMM-STATUS    PIC XX.
       77 WS-SOMC-STATUS    PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-CONTROLE-LU    PIC X VALUE 'N'.
       77 WS-NB-APRES       PIC 9(9) VALUE ZEROS.
       77 WS-SM-NOMBRE      PIC 9(9) VALUE ZEROS.
       77 WS-SM-GAINS       PIC 9(11)V99 VALUE ZEROS.
       77 WS-SM-PERTES      PIC 9(11)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-RESULTAT       PIC X.

       PROCEDURE DIVISION USING LK-RESULTAT.
       para-principale.
           MOVE 'N' TO LK-RESULTAT.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO WS-NB-APRES WS-SM-NOMBRE WS-SM-GAINS
               WS-SM-PERTES.

           OPEN INPUT BUDGET-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE 'L' TO LK-RESULTAT
               GOBACK
           END-IF.

           MOVE 'N' TO WS-CONTROLE-LU.
           OPEN INPUT SOMCTL-FILE.
           IF WS-SOMC-STATUS = "00"
               READ SOMCTL-FILE
                   NOT AT END MOVE 'Y' TO WS-CONTROLE-LU
               END-READ
               CLOSE SOMCTL-FILE
           END-IF.
           IF WS-CONTROLE-LU NOT = 'Y'
               DISPLAY "CONTROLE SOMMAIRE : SOMMAIRE JAMAIS CONSTRUIT."
               CLOSE BUDGET-LEDGER
               GOBACK
           END-IF.
           IF SOMC-STATUT NOT = 'C'
               DISPLAY "CONTROLE SOMMAIRE : CONSTRUCTION INACHEVEE."
               CLOSE BUDGET-LEDGER
               GOBACK
           END-IF.

           IF SOMC-DERNIERE-SEQ NOT = ZEROS
               MOVE SOMC-DERNIERE-SEQ TO LEDGER-SEQUENCE
               READ BUDGET-LEDGER
                   INVALID KEY
                       DISPLAY "CONTROLE SOMMAIRE : ECRITURE "
                           SOMC-DERNIERE-SEQ " ABSENTE DU LEDGER."
                       CLOSE BUDGET-LEDGER
                       GOBACK
               END-READ
               IF LEDGER-DATE NOT = SOMC-DER-DATE
                   OR LEDGER-GAINS NOT = SOMC-DER-GAINS
                   OR LEDGER-PERTES NOT = SOMC-DER-PERTES
                   DISPLAY "CONTROLE SOMMAIRE : ECRITURE "
                       SOMC-DERNIERE-SEQ " MODIFIEE DANS LE LEDGER."
                   CLOSE BUDGET-LEDGER
                   GOBACK
               END-IF
           END-IF.

           MOVE SOMC-DERNIERE-SEQ TO LEDGER-SEQUENCE.
           START BUDGET-LEDGER KEY > LEDGER-SEQUENCE
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
               READ BUDGET-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END ADD 1 TO WS-NB-APRES
               END-READ
           END-PERFORM.
           CLOSE BUDGET-LEDGER.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT SOMMAIRE-FILE.
           IF WS-SOMM-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ SOMMAIRE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           ADD SOMM-NOMBRE TO WS-SM-NOMBRE
                           ADD SOMM-GAINS  TO WS-SM-GAINS
                           ADD SOMM-PERTES TO WS-SM-PERTES
                   END-READ
               END-PERFORM
               CLOSE SOMMAIRE-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

           IF WS-SM-NOMBRE NOT = SOMC-NOMBRE
               OR WS-SM-GAINS NOT = SOMC-GAINS
               OR WS-SM-PERTES NOT = SOMC-PERTES
               DISPLAY "CONTROLE SOMMAIRE : TOTAUX DIFFERENTS DU"
                   " CONTROLE."
               DISPLAY "  SOMMAIRE : " WS-SM-NOMBRE " " WS-SM-GAINS
                   " " WS-SM-PERTES
               DISPLAY "  CONTROLE : " SOMC-NOMBRE " " SOMC-GAINS
                   " " SOMC-PERTES
               GOBACK
           END-IF.

           DISPLAY "CONTROLE SOMMAIRE OK AU " SOMC-DATE-MAJ
               " - ECRITURES : " SOMC-NOMBRE
               " JUSQU'A LA SEQUENCE " SOMC-DERNIERE-SEQ.
           IF WS-NB-APRES > ZERO
               DISPLAY "  ECRITURES POSTERIEURES NON COMPRISES : "
                   WS-NB-APRES
           END-IF.
           MOVE 'O' TO LK-RESULTAT.

           GOBACK.
