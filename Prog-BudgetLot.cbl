      * submitted twice against the same generation. A
      * legitimate rerun is forced through SYSIN (OUI /
      * operator id / reason) and journalled.
      *
      * The lines of a split receipt (same GPOK-DOCUMENT)
      * are posted with the sequence of the receipt's first
      * line as their LEDGER-DOCUMENT, and a checkpoint is
      * never taken in the middle of a receipt, so a restart
      * cannot split one receipt across two documents.
      *****************************************************

       ENVIRONMENT DIVISION.
       01  RUN-RECORD.
           05  RUN-DATE             PIC 9(8).
           05  RUN-NOMBRE           PIC 9(6).
           05  RUN-HASH-GAINS       PIC 9(9)V99.
           05  RUN-HASH-PERTES      PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       77 WS-GPOK-STATUS    PIC XX.
           88 WS-CKPT-EOF   VALUE 'Y'.
       77 WS-TIME           PIC 9(6).
       77 WS-SEQUENCE       PIC 9(9) VALUE ZEROS.
       77 WS-TOTAL          PIC S9(9)V99 SIGN LEADING SEPARATE.
       77 WS-DEPASSEMENT    PIC X VALUE 'N'.
           88 WS-TOTAL-DEPASSE VALUE 'Y'.
       77 WS-RECORDS-LUS    PIC 9(6) VALUE ZEROS.
       77 WS-RUN-EOF-SWITCH PIC X VALUE 'N'.
           88 WS-RUN-EOF    VALUE 'Y'.
       77 WS-SIG-NOMBRE     PIC 9(6) VALUE ZEROS.
       77 WS-SIG-GAINS      PIC 9(9)V99 VALUE ZEROS.
       77 WS-SIG-PERTES     PIC 9(9)V99 VALUE ZEROS.
       77 WS-DEJA-POSTE     PIC X VALUE 'N'.
       77 WS-FORCER         PIC X(3) VALUE SPACES.
       77 WS-OPER-FORCE     PIC X(8) VALUE SPACES.
       77 WS-MOTIF-FORCE    PIC X(30) VALUE SPACES.
       77 WS-PROGRAMME      PIC X(8) VALUE 'CALCBLOT'.
       77 WS-MONTANT-AUDIT  PIC 9(7)V99 VALUE ZEROS.
       77 WS-TVA-VALIDE     PIC X VALUE 'N'.
       77 WS-TAUX-TVA       PIC 99V99 VALUE ZEROS.
       77 WS-NUIT-STATUS    PIC XX.
       77 WS-DOC-COURANT    PIC X(10) VALUE SPACES.
       77 WS-DOC-NUMERO     PIC 9(9) VALUE ZEROS.
       77 WS-PREMIERE-LIGNE PIC X VALUE 'N'.
       77 WS-CKPT-DU        PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       para-principale.
               PERFORM para-traiter-slip

               IF FUNCTION MOD(WS-RECORDS-LUS, WS-INTERVALLE-CKPT) = 0
                   MOVE 'Y' TO WS-CKPT-DU
               END-IF

               PERFORM para-lire-slip

      * A checkpoint falling due inside a split receipt
      * waits until the receipt's last line is posted.
               IF WS-CKPT-DU = 'Y'
                   IF WS-EOF OR GPOK-DOCUMENT = SPACES
                       OR GPOK-DOCUMENT NOT = WS-DOC-COURANT
                       PERFORM para-ecrire-checkpoint
                       MOVE 'N' TO WS-CKPT-DU
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM para-ecrire-checkpoint.
               MOVE GPOK-CATEGORIE TO LEDGER-CATEGORIE
               MOVE ZEROS      TO LEDGER-REF-SEQUENCE
               MOVE GPOK-DEPARTEMENT TO LEDGER-DEPARTEMENT
               MOVE GPOK-TIERS TO LEDGER-TIERS
      * Batch slips are keyed in EUR; the origin fields are
      * neutral so revaluation leaves them alone. The VAT
      * split is carved out of the expense side with the
               MOVE 1.0000     TO LEDGER-TAUX
               MOVE SPACES     TO LEDGER-CODE-TVA
               MOVE ZEROS      TO LEDGER-MONTANT-TVA
               PERFORM para-numeroter-document
               IF GPOK-PERTES > ZEROS
                   CALL 'Verifier_CodeTva' USING GPOK-CODE-TVA
                       WS-TVA-VALIDE WS-TAUX-TVA
                       INVALID KEY
                           CALL 'Obtenir_Sequence' USING WS-SEQUENCE
                           MOVE WS-SEQUENCE TO LEDGER-SEQUENCE
                           IF WS-PREMIERE-LIGNE = 'Y'
                               MOVE WS-SEQUENCE TO WS-DOC-NUMERO
                               MOVE WS-SEQUENCE TO LEDGER-DOCUMENT
                           END-IF
                   END-WRITE
               END-PERFORM
               ADD 1 TO WS-RECORDS-POSTES
           END-IF.

      * The first line of a receipt lends its sequence to
      * the whole receipt; an ordinary slip has none.
       para-numeroter-document.
           MOVE 'N' TO WS-PREMIERE-LIGNE.
           IF GPOK-DOCUMENT = SPACES
               MOVE SPACES TO WS-DOC-COURANT
               MOVE ZEROS TO LEDGER-DOCUMENT
           ELSE
               IF GPOK-DOCUMENT NOT = WS-DOC-COURANT
                   MOVE GPOK-DOCUMENT TO WS-DOC-COURANT
                   MOVE LEDGER-SEQUENCE TO WS-DOC-NUMERO
                   MOVE 'Y' TO WS-PREMIERE-LIGNE
               END-IF
               MOVE WS-DOC-NUMERO TO LEDGER-DOCUMENT
           END-IF.

       para-ecrire-stats-nuit.
           OPEN EXTEND NUIT-STATS.
           IF WS-NUIT-STATUS = "05" OR WS-NUIT-STATUS = "35"
