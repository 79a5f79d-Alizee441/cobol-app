      * whose accounting date has meanwhile left the open
      * period stays pending rather than landing in the
      * wrong month.
      *
      * A released perte is also entered on the payment
      * instructions (PAIEMENT-FILE), so Calcul_Budget_
      * Paiement pays exactly the amount approved here.
      *****************************************************

       ENVIRONMENT DIVISION.
           COPY ATTSEL.
           COPY LEDGSEL.
           COPY OPERSEL.
           COPY PAIESEL.
           SELECT BUDGET-SOLDE
               ASSIGN TO "data/BUDGSOLDE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY ATTFD.
           COPY LEDGFD.
           COPY OPERFD.
           COPY PAIEFD.

       FD  BUDGET-SOLDE.
       01  SOLDE-RECORD.
           05  SOLDE-OUVERTURE      PIC S9(9)V99
               SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       77 WS-ATT-STATUS     PIC XX.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-OPER-STATUS    PIC XX.
       77 WS-SOLDE-STATUS   PIC XX.
       77 WS-PAIE-STATUS    PIC XX.
       77 WS-SOLDE-OUVERTURE PIC S9(9)V99 SIGN LEADING SEPARATE
           VALUE ZEROS.
       77 WS-DATE-ATT       PIC 9(8) VALUE ZEROS.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
               10 WS-AT-TIME        PIC 9(6).
               10 WS-AT-OPERATEUR   PIC X(8).
               10 WS-AT-PROGRAMME   PIC X(8).
               10 WS-AT-GAINS       PIC 9(7)V99.
               10 WS-AT-PERTES      PIC 9(7)V99.
               10 WS-AT-CATEGORIE   PIC X(4).
               10 WS-AT-RAISON      PIC X(6).
               10 WS-AT-DEPT        PIC X(3).
               10 WS-AT-MNT-ORIG    PIC 9(7)V99.
               10 WS-AT-DEV-ORIG    PIC X(3).
               10 WS-AT-TAUX        PIC 9V9(4).
               10 WS-AT-CODE-TVA    PIC X(3).
               10 WS-AT-MNT-TVA     PIC 9(7)V99.
               10 WS-AT-DECIDEUR    PIC X(8).
               10 WS-AT-MOTIF       PIC X(20).
               10 WS-AT-TIERS       PIC X(8).
       77 WS-AT-COUNT        PIC 9(3) VALUE ZEROS.
       77 WS-AT-IDX          PIC 9(3).
       77 WS-AT-SURCHARGE    PIC X VALUE 'N'.
           2 LINE 5 COL 37 VALUE 'Cat :'.
           2 LINE 5 COL 43 PIC X(4) FROM WS-AT-CATEGORIE(WS-AT-IDX).
           2 LINE 6 COL 3 VALUE 'Gains :'.
           2 LINE 6 COL 11 PIC Z(6)9.99 FROM WS-AT-GAINS(WS-AT-IDX).
           2 LINE 6 COL 23 VALUE 'Pertes :'.
           2 LINE 6 COL 32 PIC Z(6)9.99 FROM WS-AT-PERTES(WS-AT-IDX).
           2 LINE 6 COL 44 VALUE 'Motif :'.
           2 LINE 6 COL 52 PIC X(6) FROM WS-AT-RAISON(WS-AT-IDX).

       1 plg-propre-saisie.
           2 LINE 8 COL 3 VALUE

       para-lire-flag-admin.
           MOVE 'N' TO WS-EST-ADMIN.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS = "00"
               MOVE WS-OPERATEUR TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE OPER-ADMIN TO WS-EST-ADMIN
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

       para-traiter-entree.
           DISPLAY plg-titre.
               DISPLAY plg-hors-periode
           ELSE
               PERFORM para-ecrire-ledger
               IF WS-AT-PERTES(WS-AT-IDX) > ZERO
                   PERFORM para-ecrire-paiement
               END-IF
               MOVE 'L' TO WS-AT-STATUT(WS-AT-IDX)
               MOVE WS-OPERATEUR TO WS-AT-DECIDEUR(WS-AT-IDX)
               ADD 1 TO WS-NB-LIBEREES
           MOVE WS-AT-TAUX(WS-AT-IDX) TO LEDGER-TAUX.
           MOVE WS-AT-CODE-TVA(WS-AT-IDX) TO LEDGER-CODE-TVA.
           MOVE WS-AT-MNT-TVA(WS-AT-IDX) TO LEDGER-MONTANT-TVA.
           MOVE WS-AT-TIERS(WS-AT-IDX) TO LEDGER-TIERS.
           MOVE ZEROS TO LEDGER-DOCUMENT.
           MOVE ZEROS TO LEDGER-REF-SEQUENCE.
           MOVE WS-AT-DEPT(WS-AT-IDX) TO LEDGER-DEPARTEMENT.


           CLOSE BUDGET-LEDGER.

      * The instruction names the posting just written
      * (WS-SEQUENCE follows any redraw in the WRITE loop)
      * and the approver, who answers for the payment.
       para-ecrire-paiement.
           OPEN EXTEND PAIEMENT-FILE.
           IF WS-PAIE-STATUS = "35"
               OPEN OUTPUT PAIEMENT-FILE
           END-IF.
           MOVE WS-SEQUENCE TO PAIE-SEQUENCE.
           MOVE 'A' TO PAIE-ORIGINE.
           MOVE 'A' TO PAIE-STATUT.
           MOVE WS-AT-DATE(WS-AT-IDX) TO PAIE-DATE.
           MOVE WS-AT-PERTES(WS-AT-IDX) TO PAIE-MONTANT.
           MOVE WS-AT-TIERS(WS-AT-IDX) TO PAIE-TIERS.
           MOVE WS-AT-CATEGORIE(WS-AT-IDX) TO PAIE-CATEGORIE.
           MOVE WS-OPERATEUR TO PAIE-OPERATEUR.
           MOVE 'PAI' TO PAIE-REF-PREFIXE.
           MOVE WS-SEQUENCE TO PAIE-REF-SEQ.
           MOVE ZEROS TO PAIE-LOT.
           WRITE PAIEMENT-RECORD.
           CLOSE PAIEMENT-FILE.

      * A CALCBUD record carries the cumulative running
      * balance in LEDGER-TOTAL and mirrors it to
      * BUDGSOLDE.DAT (Calcul_Budget_Complet's convention,
