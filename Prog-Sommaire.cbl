       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcul_Budget_Sommaire.

      *****************************************************
      * Nightly ledger summary, run from jcl/BUDGBAT.jcl
      * right after the lot while the screens are still
      * frozen. Adds the postings written since the last
      * run - every sequence above SOMC-DERNIERE-SEQ - to
      * SOMMAIRE-FILE, totalled by date, operator,
      * category, department, currency and programme, and
      * moves the control record on. Reconciliation,
      * Rapport, Export, Graphique and Prevision then read
      * the summary instead of the ledger.
      *
      * The summary is rebuilt from the first posting when
      * there is no control record, when a previous run
      * stopped half-way (statut 'E'), when the last
      * posting summarised is gone or no longer the same
      * (the close purged the ledger, Calcul_Budget_
      * Restaure reloaded it) or when SYSIN says
      * RECONSTRUIRE.
      *
      * RC 8 when the ledger cannot be read or the summary
      * cannot be written: the control record stays at 'E'
      * and the reporting steps refuse the summary.
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
       77 WS-OPTION         PIC X(12) VALUE SPACES.
       77 WS-RECONSTRUIRE   PIC X VALUE 'N'.
       77 WS-MOTIF          PIC X(40) VALUE SPACES.
       77 WS-NB-AJOUTEES    PIC 9(9) VALUE ZEROS.
       77 WS-NB-CREES       PIC 9(7) VALUE ZEROS.
       77 WS-NB-CUMULES     PIC 9(7) VALUE ZEROS.

      * The control record as it will be written back.
       01 WS-CONTROLE.
           05 WS-CT-STATUT       PIC X(1).
           05 WS-CT-DATE-MAJ     PIC 9(8).
           05 WS-CT-DERNIERE-SEQ PIC 9(9).
           05 WS-CT-DER-DATE     PIC 9(8).
           05 WS-CT-DER-GAINS    PIC 9(7)V99.
           05 WS-CT-DER-PERTES   PIC 9(7)V99.
           05 WS-CT-NOMBRE       PIC 9(9).
           05 WS-CT-GAINS        PIC 9(11)V99.
           05 WS-CT-PERTES       PIC 9(11)V99.

       PROCEDURE DIVISION.
       para-principale.
           ACCEPT WS-OPTION.
           IF WS-OPTION = 'RECONSTRUIRE'
               MOVE 'Y' TO WS-RECONSTRUIRE
               MOVE 'RECONSTRUCTION DEMANDEE' TO WS-MOTIF
           END-IF.

           OPEN INPUT BUDGET-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "AUCUNE DONNEE DE BUDGET A RESUMER."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM para-lire-controle.
           IF WS-RECONSTRUIRE NOT = 'Y'
               PERFORM para-verifier-derniere
           END-IF.

      * From here until the end the summary is not to be
      * trusted: a run that dies leaves the 'E' behind.
           MOVE 'E' TO WS-CT-STATUT.
           PERFORM para-ecrire-controle.

           IF WS-RECONSTRUIRE = 'Y'
               DISPLAY "SOMMAIRE RECONSTRUIT : " WS-MOTIF
               MOVE ZEROS TO WS-CT-DERNIERE-SEQ WS-CT-DER-DATE
                   WS-CT-DER-GAINS WS-CT-DER-PERTES
                   WS-CT-NOMBRE WS-CT-GAINS WS-CT-PERTES
               OPEN OUTPUT SOMMAIRE-FILE
               CLOSE SOMMAIRE-FILE
           END-IF.

           OPEN I-O SOMMAIRE-FILE.
           IF WS-SOMM-STATUS = "35"
               OPEN OUTPUT SOMMAIRE-FILE
               CLOSE SOMMAIRE-FILE
               OPEN I-O SOMMAIRE-FILE
           END-IF.
           IF WS-SOMM-STATUS NOT = "00"
               DISPLAY "SOMMAIRE INACCESSIBLE, STATUT="
                   WS-SOMM-STATUS
               CLOSE BUDGET-LEDGER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-CT-DERNIERE-SEQ TO LEDGER-SEQUENCE.
           START BUDGET-LEDGER KEY > LEDGER-SEQUENCE
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
               READ BUDGET-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END PERFORM para-cumuler-ecriture
               END-READ
           END-PERFORM.

           CLOSE SOMMAIRE-FILE.
           CLOSE BUDGET-LEDGER.

           MOVE 'C' TO WS-CT-STATUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CT-DATE-MAJ.
           PERFORM para-ecrire-controle.

           DISPLAY "SOMMAIRE DU LEDGER - ECRITURES AJOUTEES : "
               WS-NB-AJOUTEES.
           DISPLAY "  LIGNES CREEES : " WS-NB-CREES
               " LIGNES CUMULEES : " WS-NB-CUMULES.
           DISPLAY "  DERNIERE SEQUENCE : " WS-CT-DERNIERE-SEQ
               " ECRITURES RESUMEES : " WS-CT-NOMBRE.
           DISPLAY "  GAINS : " WS-CT-GAINS
               " PERTES : " WS-CT-PERTES.

           GOBACK.

      * A missing or unfinished control record means the
      * summary cannot be continued.
       para-lire-controle.
           MOVE ZEROS TO WS-CONTROLE.
           MOVE SPACES TO WS-CT-STATUT.
           OPEN INPUT SOMCTL-FILE.
           IF WS-SOMC-STATUS = "00"
               READ SOMCTL-FILE
                   NOT AT END MOVE SOMCTL-RECORD TO WS-CONTROLE
               END-READ
               CLOSE SOMCTL-FILE
           END-IF.
           IF WS-RECONSTRUIRE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-CT-STATUT = SPACES
               MOVE 'Y' TO WS-RECONSTRUIRE
               MOVE 'PAS DE CONTROLE PRECEDENT' TO WS-MOTIF
           ELSE
               IF WS-CT-STATUT NOT = 'C'
                   MOVE 'Y' TO WS-RECONSTRUIRE
                   MOVE 'PASSAGE PRECEDENT INACHEVE' TO WS-MOTIF
               END-IF
           END-IF.

      * The last posting summarised must still be in the
      * ledger as it was read: otherwise the ledger under
      * the summary has been replaced or purged.
       para-verifier-derniere.
           IF WS-CT-DERNIERE-SEQ = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CT-DERNIERE-SEQ TO LEDGER-SEQUENCE.
           READ BUDGET-LEDGER
               INVALID KEY
                   MOVE 'Y' TO WS-RECONSTRUIRE
                   MOVE 'DERNIERE ECRITURE RESUMEE ABSENTE'
                       TO WS-MOTIF
               NOT INVALID KEY
                   IF LEDGER-DATE NOT = WS-CT-DER-DATE
                       OR LEDGER-GAINS NOT = WS-CT-DER-GAINS
                       OR LEDGER-PERTES NOT = WS-CT-DER-PERTES
                       MOVE 'Y' TO WS-RECONSTRUIRE
                       MOVE 'DERNIERE ECRITURE RESUMEE MODIFIEE'
                           TO WS-MOTIF
                   END-IF
           END-READ.

       para-cumuler-ecriture.
           MOVE LEDGER-DATE        TO SOMM-DATE.
           MOVE LEDGER-OPERATEUR   TO SOMM-OPERATEUR.
           MOVE LEDGER-CATEGORIE   TO SOMM-CATEGORIE.
           MOVE LEDGER-DEPARTEMENT TO SOMM-DEPARTEMENT.
           MOVE LEDGER-CURRENCY    TO SOMM-CURRENCY.
           MOVE LEDGER-PROGRAMME   TO SOMM-PROGRAMME.
           READ SOMMAIRE-FILE
               INVALID KEY
                   MOVE 1             TO SOMM-NOMBRE
                   MOVE LEDGER-GAINS  TO SOMM-GAINS
                   MOVE LEDGER-PERTES TO SOMM-PERTES
                   WRITE SOMMAIRE-RECORD
                   ADD 1 TO WS-NB-CREES
               NOT INVALID KEY
                   ADD 1             TO SOMM-NOMBRE
                   ADD LEDGER-GAINS  TO SOMM-GAINS
                   ADD LEDGER-PERTES TO SOMM-PERTES
                   REWRITE SOMMAIRE-RECORD
                   ADD 1 TO WS-NB-CUMULES
           END-READ.

           ADD 1 TO WS-NB-AJOUTEES.
           ADD 1 TO WS-CT-NOMBRE.
           ADD LEDGER-GAINS  TO WS-CT-GAINS.
           ADD LEDGER-PERTES TO WS-CT-PERTES.
           MOVE LEDGER-SEQUENCE TO WS-CT-DERNIERE-SEQ.
           MOVE LEDGER-DATE     TO WS-CT-DER-DATE.
           MOVE LEDGER-GAINS    TO WS-CT-DER-GAINS.
           MOVE LEDGER-PERTES   TO WS-CT-DER-PERTES.

       para-ecrire-controle.
           OPEN OUTPUT SOMCTL-FILE.
           MOVE WS-CONTROLE TO SOMCTL-RECORD.
           WRITE SOMCTL-RECORD.
           CLOSE SOMCTL-FILE.
