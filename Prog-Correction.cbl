      * reconciliation totals stay balanced, and the
      * correction is traced through Journal_Audit under
      * the logged-in operator.
      *
      * A split receipt is corrected as one document: any
      * of its lines brings up the whole receipt, and every
      * line gets its own contra, the contras sharing a
      * document reference of their own - reversing half a
      * receipt would leave the other half posted against a
      * document that no longer exists.
      *
      * An entry on the spreading schedule is refused while
      * part of it is still to be released: its 'ETALE'
      * contra and the shares released so far are posted
      * on their own, so a contra of the whole original
      * would leave the unreleased balance reversed twice.
      * Once the schedule is fully released the original
      * is corrected like any other entry.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LEDGSEL.
           COPY ETALSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY LEDGFD.
           COPY ETALFD.

       WORKING-STORAGE SECTION.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-ETAL-STATUS    PIC XX.
       77 WS-OPERATEUR      PIC X(8) VALUE SPACES.
       77 WS-PIN            PIC X(4) VALUE SPACES.
       77 WS-AUTORISE       PIC X VALUE 'N'.
       77 WS-PERIO-VALIDE   PIC X VALUE 'N'.
       77 WS-ETAT-OUVERT    PIC X VALUE 'Y'.

       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.

       77 WS-ORIG-GAINS     PIC 9(7)V99 VALUE ZEROS.
       77 WS-ORIG-PERTES    PIC 9(7)V99 VALUE ZEROS.
       77 WS-ORIG-OPERATEUR PIC X(8) VALUE SPACES.
       77 WS-ORIG-CATEGORIE PIC X(4) VALUE SPACES.

       77 WS-DOC-NUMERO     PIC 9(9) VALUE ZEROS.
       77 WS-DOC-GAINS      PIC 9(7)V99 VALUE ZEROS.
       77 WS-DOC-PERTES     PIC 9(7)V99 VALUE ZEROS.
       77 WS-CONTRA-DOC     PIC 9(9) VALUE ZEROS.
       77 WS-RESTE-ETALE    PIC 9(7)V99 VALUE ZEROS.

      * Every posting the contra run reverses: the keyed
      * entry alone, or each line of its split receipt.
       01 WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 20 TIMES.
               10 WS-CO-SEQ         PIC 9(9).
               10 WS-CO-GAINS       PIC 9(7)V99.
               10 WS-CO-PERTES      PIC 9(7)V99.
               10 WS-CO-TOTAL       PIC S9(9)V99.
               10 WS-CO-CURRENCY    PIC X(3).
               10 WS-CO-CATEGORIE   PIC X(4).
               10 WS-CO-RAISON      PIC X(6).
               10 WS-CO-DEPT        PIC X(3).
               10 WS-CO-MNT-ORIG    PIC 9(7)V99.
               10 WS-CO-DEV-ORIG    PIC X(3).
               10 WS-CO-TAUX        PIC 9V9(4).
               10 WS-CO-CODE-TVA    PIC X(3).
               10 WS-CO-MNT-TVA     PIC 9(7)V99.
               10 WS-CO-TIERS       PIC X(8).
       77 WS-CO-COUNT        PIC 99 VALUE ZEROS.
       77 WS-CO-IDX          PIC 99.

       LINKAGE SECTION.
       01 LK-OPERATEUR-MENU PIC X(8).

       1 plg-affiche.
           2 LINE 7 COL 3 VALUE 'Gains :'.
           2 LINE 7 COL 11 PIC Z(6)9.99 FROM WS-ORIG-GAINS.
           2 LINE 7 COL 22 VALUE 'Pertes :'.
           2 LINE 7 COL 31 PIC Z(6)9.99 FROM WS-ORIG-PERTES.
           2 LINE 7 COL 42 VALUE 'Oper :'.
           2 LINE 7 COL 49 PIC X(8) FROM WS-ORIG-OPERATEUR.
           2 LINE 7 COL 58 VALUE 'Cat :'.
           2 LINE 7 COL 64 PIC X(4) FROM WS-ORIG-CATEGORIE.

       1 plg-etale.
           2 LINE 9 COL 3 VALUE
               'ECRITURE EN COURS D''ETALEMENT - RESTE A LIBERER :'.
           2 LINE 9 COL 54 PIC Z(6)9.99 FROM WS-RESTE-ETALE.
           2 LINE 10 COL 3 VALUE
               'CORRECTION REFUSEE JUSQU''A LA DERNIERE PART.'.

       1 plg-document.
           2 LINE 8 COL 3 VALUE 'Document ventile'.
           2 LINE 8 COL 20 PIC 9(9) FROM WS-DOC-NUMERO.
           2 LINE 8 COL 31 PIC Z9 FROM WS-CO-COUNT.
           2 LINE 8 COL 34 VALUE 'lignes, pertes'.
           2 LINE 8 COL 49 PIC Z(6)9.99 FROM WS-DOC-PERTES.
           2 LINE 8 COL 60 VALUE '- tout sera repris.'.

       1 plg-date-comptable.
           2 LINE 12 COL 3 VALUE
           END-IF.

           DISPLAY plg-affiche.
           IF WS-DOC-NUMERO NOT = ZEROS
               DISPLAY plg-document
           END-IF.

           PERFORM para-chercher-etalement.
           IF WS-RESTE-ETALE > ZERO
               DISPLAY plg-etale
               GOBACK
           END-IF.

           DISPLAY plg-confirmer.
           ACCEPT plg-confirmer.

           IF WS-CONFIRME = 'O'
               PERFORM para-saisir-date-comptable
               CALL 'Journal_Audit' USING WS-PROGRAMME WS-OPERATEUR
                   WS-DOC-GAINS
               CALL 'Journal_Audit' USING WS-PROGRAMME WS-OPERATEUR
                   WS-DOC-PERTES
               PERFORM para-ecrire-contra
               DISPLAY plg-fait
           ELSE

       para-chercher-ecriture.
           MOVE 'N' TO WS-TROUVE.
           MOVE ZEROS TO WS-CO-COUNT WS-DOC-NUMERO.
           OPEN INPUT BUDGET-LEDGER.
           IF WS-LEDGER-STATUS = "00"
               MOVE WS-CLE-SEQ TO LEDGER-SEQUENCE
                       MOVE 'Y' TO WS-TROUVE
                       MOVE LEDGER-GAINS     TO WS-ORIG-GAINS
                       MOVE LEDGER-PERTES    TO WS-ORIG-PERTES
                       MOVE LEDGER-OPERATEUR TO WS-ORIG-OPERATEUR
                       MOVE LEDGER-CATEGORIE TO WS-ORIG-CATEGORIE
                       MOVE LEDGER-DOCUMENT  TO WS-DOC-NUMERO
                       IF WS-DOC-NUMERO = ZEROS
                           PERFORM para-retenir-ligne
                       ELSE
                           PERFORM para-charger-document
                       END-IF
               END-READ
               CLOSE BUDGET-LEDGER
           END-IF.

           MOVE ZEROS TO WS-DOC-GAINS WS-DOC-PERTES.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               ADD WS-CO-GAINS(WS-CO-IDX)  TO WS-DOC-GAINS
               ADD WS-CO-PERTES(WS-CO-IDX) TO WS-DOC-PERTES
           END-PERFORM.

      * The receipt's lines were all drawn after its first
      * line, whose sequence is the document reference: the
      * pass starts there and keeps every line carrying it.
       para-charger-document.
           MOVE WS-DOC-NUMERO TO LEDGER-SEQUENCE.
           MOVE 'N' TO WS-EOF-SWITCH.
           START BUDGET-LEDGER KEY NOT < LEDGER-SEQUENCE
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
               READ BUDGET-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF LEDGER-DOCUMENT = WS-DOC-NUMERO
                           AND WS-CO-COUNT < 20
                           PERFORM para-retenir-ligne
                       END-IF
               END-READ
           END-PERFORM.

       para-retenir-ligne.
           ADD 1 TO WS-CO-COUNT.
           MOVE LEDGER-SEQUENCE    TO WS-CO-SEQ(WS-CO-COUNT).
           MOVE LEDGER-GAINS       TO WS-CO-GAINS(WS-CO-COUNT).
           MOVE LEDGER-PERTES      TO WS-CO-PERTES(WS-CO-COUNT).
           MOVE LEDGER-TOTAL       TO WS-CO-TOTAL(WS-CO-COUNT).
           MOVE LEDGER-CURRENCY    TO WS-CO-CURRENCY(WS-CO-COUNT).
           MOVE LEDGER-CATEGORIE   TO WS-CO-CATEGORIE(WS-CO-COUNT).
           MOVE LEDGER-RAISON      TO WS-CO-RAISON(WS-CO-COUNT).
           MOVE LEDGER-DEPARTEMENT TO WS-CO-DEPT(WS-CO-COUNT).
           MOVE LEDGER-MONTANT-ORIG TO WS-CO-MNT-ORIG(WS-CO-COUNT).
           MOVE LEDGER-DEVISE-ORIG TO WS-CO-DEV-ORIG(WS-CO-COUNT).
           MOVE LEDGER-TAUX        TO WS-CO-TAUX(WS-CO-COUNT).
           MOVE LEDGER-CODE-TVA    TO WS-CO-CODE-TVA(WS-CO-COUNT).
           MOVE LEDGER-MONTANT-TVA TO WS-CO-MNT-TVA(WS-CO-COUNT).
           MOVE LEDGER-TIERS       TO WS-CO-TIERS(WS-CO-COUNT).

      * Balance still to release on the schedule lines of
      * any posting the contra run would reverse.
       para-chercher-etalement.
           MOVE ZEROS TO WS-RESTE-ETALE.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT ETALEMENT-FILE.
           IF WS-ETAL-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ ETALEMENT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM para-comparer-etalement
                   END-READ
               END-PERFORM
               CLOSE ETALEMENT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-comparer-etalement.
           IF ETAL-LIBERE < ETAL-MONTANT
               PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                       UNTIL WS-CO-IDX > WS-CO-COUNT
                   IF WS-CO-SEQ(WS-CO-IDX) = ETAL-SEQUENCE
                       COMPUTE WS-RESTE-ETALE = WS-RESTE-ETALE
                           + ETAL-MONTANT - ETAL-LIBERE
                   END-IF
               END-PERFORM
           END-IF.

      * The contra carries the original's amounts with
      * gains and pertes swapped so the day sums cancel,
      * and keeps the original's category and currency so
      * the per-category reports cancel too.
       para-ecrire-contra.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TIME.
           MOVE ZEROS TO WS-CONTRA-DOC.

           OPEN I-O BUDGET-LEDGER.

           PERFORM para-ecrire-ligne-contra
               VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT.

           CLOSE BUDGET-LEDGER.

      * The contras of a split receipt form a document of
      * their own, referenced by the first contra's
      * sequence; a single contra has none.
       para-ecrire-ligne-contra.
           CALL 'Obtenir_Sequence' USING WS-SEQUENCE.
           IF WS-CO-IDX = 1 AND WS-CO-COUNT > 1
               MOVE WS-SEQUENCE TO WS-CONTRA-DOC
           END-IF.
           MOVE WS-SEQUENCE TO LEDGER-SEQUENCE.
           MOVE WS-DATE-COMPTABLE TO LEDGER-DATE.
           MOVE WS-TIME TO LEDGER-TIME.
           MOVE WS-CO-CURRENCY(WS-CO-IDX) TO LEDGER-CURRENCY.
           MOVE WS-CO-PERTES(WS-CO-IDX) TO LEDGER-GAINS.
           MOVE WS-CO-GAINS(WS-CO-IDX) TO LEDGER-PERTES.
           COMPUTE LEDGER-TOTAL = ZERO - WS-CO-TOTAL(WS-CO-IDX).
           MOVE WS-OPERATEUR TO LEDGER-OPERATEUR.
           MOVE WS-PROGRAMME TO LEDGER-PROGRAMME.
           MOVE WS-CO-CATEGORIE(WS-CO-IDX) TO LEDGER-CATEGORIE.
           MOVE WS-CO-RAISON(WS-CO-IDX) TO LEDGER-RAISON.
           MOVE WS-CO-MNT-ORIG(WS-CO-IDX) TO LEDGER-MONTANT-ORIG.
           MOVE WS-CO-DEV-ORIG(WS-CO-IDX) TO LEDGER-DEVISE-ORIG.
           MOVE WS-CO-TAUX(WS-CO-IDX) TO LEDGER-TAUX.
           MOVE WS-CO-SEQ(WS-CO-IDX) TO LEDGER-REF-SEQUENCE.
           MOVE WS-CO-DEPT(WS-CO-IDX) TO LEDGER-DEPARTEMENT.
           MOVE WS-CO-CODE-TVA(WS-CO-IDX) TO LEDGER-CODE-TVA.
           MOVE WS-CO-MNT-TVA(WS-CO-IDX) TO LEDGER-MONTANT-TVA.
           MOVE WS-CONTRA-DOC TO LEDGER-DOCUMENT.
           MOVE WS-CO-TIERS(WS-CO-IDX) TO LEDGER-TIERS.

      * The sequence number is unique by construction; a
      * status 22 can only mean the counter file was reset
                   INVALID KEY
                       CALL 'Obtenir_Sequence' USING WS-SEQUENCE
                       MOVE WS-SEQUENCE TO LEDGER-SEQUENCE
                       IF WS-CO-IDX = 1 AND WS-CO-COUNT > 1
                           MOVE WS-SEQUENCE TO WS-CONTRA-DOC
                           MOVE WS-SEQUENCE TO LEDGER-DOCUMENT
                       END-IF
               END-WRITE
           END-PERFORM.

      * The contra is a posting like any other: its date
      * defaults to today but must fall inside the open
      * period, so a correction keyed before the previous
