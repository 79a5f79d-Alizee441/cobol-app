       IDENTIFICATION DIVISION.
       PROGRAM-ID. Convertir_Montants.

      *****************************************************
      * One-time conversion of every file that carries an
      * amount from whole euros to euros and cents (two
      * implied decimals, larger maximum). An old-format
      * file is unreadable by the current programs, so the
      * procedure is the one of Convertir_Ledger:
      *
      *   1. rename each of
      *        data/BUDLEDG.DAT    data/BUDGYEAR.DAT
      *        data/BUDGATT.DAT    data/BUDGHOLD.DAT
      *        data/AUDITLOG.DAT   data/BUDGORDR.DAT
      *        data/OPERSOLDE.DAT  data/BUDGSOLDE.DAT
      *      to the same name with .OLD
      *   2. submit jcl/BUDGCONV.jcl: its first step runs
      *      this program on the files above, then one step
      *      per cataloged BUDGSAVE and YEARGEN generation
      *      runs it in GENERATION mode (below)
      *   3. check the displayed counts and control totals
      *      match for every file and every generation,
      *      then delete the .OLD files and the old
      *      generations
      *   4. take a fresh BUDGREFS generation: the ORDRES
      *      and SOLDES sections of the older generations
      *      are in the old layout
      *
      * GENERATION mode (SYSIN: GENERATION, then the name
      * to print) converts the one generation on the
      * BUDGSAVO DD to a new one on the BUDGSAVE DD. The
      * YEARGEN generations of the year-end close are
      * ledger records too, so the same mode converts
      * them. A generation that cannot be read is RC 8.
      *
      * A file with no .OLD copy is skipped and reported,
      * so the run can be repeated for a file that was
      * forgotten. Posting sequence numbers are carried
      * over unchanged; every amount N becomes N.00, so the
      * gains/pertes/total hash read from the old file must
      * equal the one read back from the new file. Any
      * difference leaves RC 8 and the .OLD file must then
      * be kept.
      *
      * Run with no slip file pending in jcl/BUDGBAT.jcl:
      * the slip files are not converted, they are simply
      * produced in the new layout from the next run on.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANCIEN-LEDGER
               ASSIGN TO "data/BUDLEDG.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANL-SEQUENCE
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT ANCIENNE-ARCHIVE
               ASSIGN TO "data/BUDGYEAR.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANY-SEQUENCE
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT ANCIENNE-SAUVEGARDE
               ASSIGN TO "BUDGSAVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT ANCIENNE-ATTENTE
               ASSIGN TO "data/BUDGATT.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT ANCIENNE-GARDE
               ASSIGN TO "data/BUDGHOLD.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT ANCIEN-AUDIT
               ASSIGN TO "data/AUDITLOG.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT ANCIENS-ORDRES
               ASSIGN TO "data/BUDGORDR.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT ANCIENS-SOLDES-OPER
               ASSIGN TO "data/OPERSOLDE.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT ANCIEN-SOLDE
               ASSIGN TO "data/BUDGSOLDE.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT BUDGET-SOLDE
               ASSIGN TO "data/BUDGSOLDE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOLDE-STATUS.
           COPY LEDGSEL.
           COPY YEARSEL.
           COPY SAVESEL.
           COPY ATTSEL.
           COPY HOLDSEL.
           COPY AUDLSEL.
           COPY ORDRSEL.
           COPY OPSOLSEL.

       DATA DIVISION.
       FILE SECTION.
      * The ledger record as it was in whole euros. The
      * archive and the BUDGSAVE snapshot had the same
      * layout under their own names.
       FD  ANCIEN-LEDGER.
       01  ANCIEN-LEDGER-RECORD.
           05  ANL-SEQUENCE         PIC 9(9).
           05  ANL-DATE             PIC 9(8).
           05  ANL-TIME             PIC 9(6).
           05  ANL-CURRENCY         PIC X(3).
           05  ANL-GAINS            PIC 9(5).
           05  ANL-PERTES           PIC 9(5).
           05  ANL-TOTAL            PIC S9(6).
           05  ANL-OPERATEUR        PIC X(8).
           05  ANL-PROGRAMME        PIC X(8).
           05  ANL-CATEGORIE        PIC X(4).
           05  ANL-RAISON           PIC X(6).
           05  ANL-MONTANT-ORIG     PIC 9(5).
           05  ANL-DEVISE-ORIG      PIC X(3).
           05  ANL-TAUX             PIC 9V9(4).
           05  ANL-REF-SEQUENCE     PIC 9(9).
           05  ANL-DEPARTEMENT      PIC X(3).
           05  ANL-CODE-TVA         PIC X(3).
           05  ANL-MONTANT-TVA      PIC 9(5).

       FD  ANCIENNE-ARCHIVE.
       01  ANCIENNE-ARCHIVE-RECORD.
           05  ANY-SEQUENCE         PIC 9(9).
           05  ANY-DONNEES          PIC X(92).

       FD  ANCIENNE-SAUVEGARDE.
       01  ANCIENNE-SAUVEGARDE-RECORD PIC X(101).

       FD  ANCIENNE-ATTENTE.
       01  ANCIENNE-ATTENTE-RECORD.
           05  ANA-STATUT           PIC X(1).
           05  ANA-DATE             PIC 9(8).
           05  ANA-TIME             PIC 9(6).
           05  ANA-OPERATEUR        PIC X(8).
           05  ANA-PROGRAMME        PIC X(8).
           05  ANA-GAINS            PIC 9(5).
           05  ANA-PERTES           PIC 9(5).
           05  ANA-CATEGORIE        PIC X(4).
           05  ANA-RAISON           PIC X(6).
           05  ANA-DEPARTEMENT      PIC X(3).
           05  ANA-MONTANT-ORIG     PIC 9(5).
           05  ANA-DEVISE-ORIG      PIC X(3).
           05  ANA-TAUX             PIC 9V9(4).
           05  ANA-CODE-TVA         PIC X(3).
           05  ANA-MONTANT-TVA      PIC 9(5).
           05  ANA-DECIDEUR         PIC X(8).
           05  ANA-MOTIF-REJET      PIC X(20).

       FD  ANCIENNE-GARDE.
       01  ANCIENNE-GARDE-RECORD.
           05  ANG-DATE             PIC 9(8).
           05  ANG-OPERATEUR        PIC X(8).
           05  ANG-PROGRAMME        PIC X(8).
           05  ANG-GAINS            PIC 9(5).
           05  ANG-PERTES           PIC 9(5).
           05  ANG-CATEGORIE        PIC X(4).
           05  ANG-RAISON           PIC X(6).
           05  ANG-DEPARTEMENT      PIC X(3).
           05  ANG-MONTANT-ORIG     PIC 9(5).
           05  ANG-DEVISE-ORIG      PIC X(3).
           05  ANG-TAUX             PIC 9V9(4).
           05  ANG-CODE-TVA         PIC X(3).
           05  ANG-MONTANT-TVA      PIC 9(5).

       FD  ANCIEN-AUDIT.
       01  ANCIEN-AUDIT-RECORD.
           05  ANU-DATE             PIC 9(8).
           05  ANU-TIME             PIC 9(6).
           05  ANU-PROGRAM          PIC X(8).
           05  ANU-OPERATOR         PIC X(8).
           05  ANU-AMOUNT           PIC 9(5).

       FD  ANCIENS-ORDRES.
       01  ANCIEN-ORDRE-RECORD.
           05  ANO-OPERATEUR        PIC X(8).
           05  ANO-PROGRAMME        PIC X(8).
           05  ANO-MONTANT          PIC 9(5).
           05  ANO-DEVISE           PIC X(3).
           05  ANO-CATEGORIE        PIC X(4).
           05  ANO-JOUR             PIC 9(2).
           05  ANO-ACTIF            PIC X(1).
           05  ANO-DEPARTEMENT      PIC X(3).

       FD  ANCIENS-SOLDES-OPER.
       01  ANCIEN-SOLDE-OPER-RECORD.
           05  ANS-OPERATEUR        PIC X(8).
           05  ANS-PROGRAMME        PIC X(8).
           05  ANS-GAINS            PIC 9(7).
           05  ANS-PERTES           PIC 9(7).

       FD  ANCIEN-SOLDE.
       01  ANCIEN-SOLDE-RECORD.
           05  ANB-OUVERTURE        PIC S9(6) SIGN LEADING SEPARATE.

       FD  BUDGET-SOLDE.
       01  SOLDE-RECORD.
           05  SOLDE-OUVERTURE      PIC S9(9)V99
               SIGN LEADING SEPARATE.

           COPY LEDGFD.
           COPY YEARFD.
           COPY SAVEFD.
           COPY ATTFD.
           COPY HOLDFD.
           COPY AUDLFD.
           COPY ORDRFD.
           COPY OPSOLFD.

       WORKING-STORAGE SECTION.
       77 WS-ANCIEN-STATUS  PIC XX.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-YEAR-STATUS    PIC XX.
       77 WS-SAVE-STATUS    PIC XX.
       77 WS-ATT-STATUS     PIC XX.
       77 WS-GARDE-STATUS   PIC XX.
       77 WS-AUDIT-STATUS   PIC XX.
       77 WS-ORDR-STATUS    PIC XX.
       77 WS-OPSOL-STATUS   PIC XX.
       77 WS-SOLDE-STATUS   PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.

       77 WS-MODE           PIC X(10) VALUE SPACES.
       77 WS-FICHIER        PIC X(12) VALUE SPACES.
       77 WS-NB-FICHIERS    PIC 9(2) VALUE ZEROS.
       77 WS-NB-ABSENTS     PIC 9(2) VALUE ZEROS.
       77 WS-NB-ECARTS      PIC 9(2) VALUE ZEROS.

      * Control totals of the file being converted: what was
      * read from the old copy, and what is read back from
      * the new one.
       77 WS-NB-LUS         PIC 9(7) VALUE ZEROS.
       77 WS-NB-RELUS       PIC 9(7) VALUE ZEROS.
       77 WS-AV-GAINS       PIC 9(11)V99 VALUE ZEROS.
       77 WS-AV-PERTES      PIC 9(11)V99 VALUE ZEROS.
       77 WS-AV-TOTAL       PIC S9(11)V99 VALUE ZEROS.
       77 WS-AP-GAINS       PIC 9(11)V99 VALUE ZEROS.
       77 WS-AP-PERTES      PIC 9(11)V99 VALUE ZEROS.
       77 WS-AP-TOTAL       PIC S9(11)V99 VALUE ZEROS.

       01 WS-BILAN-LINE.
           05 WS-B-FICHIER       PIC X(12).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-B-NB            PIC ZZZZZZ9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-B-GAINS         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-B-PERTES        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-B-TOTAL         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       para-principale.
           DISPLAY "CONVERSION DES MONTANTS EN EUROS ET CENTIMES".
           DISPLAY "FICHIER         NOMBRE               GAINS"
               "              PERTES               TOTAL".

           ACCEPT WS-MODE.
           EVALUATE WS-MODE
               WHEN SPACES
                   PERFORM para-convertir-ledger
                   PERFORM para-convertir-archive
                   PERFORM para-convertir-attente
                   PERFORM para-convertir-garde
                   PERFORM para-convertir-audit
                   PERFORM para-convertir-ordres
                   PERFORM para-convertir-soldes-oper
                   PERFORM para-convertir-solde
               WHEN 'GENERATION'
                   PERFORM para-convertir-generation
               WHEN OTHER
                   DISPLAY "MODE INCONNU : " WS-MODE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

           DISPLAY "CONVERSION TERMINEE - FICHIERS CONVERTIS : "
               WS-NB-FICHIERS " SANS COPIE .OLD : " WS-NB-ABSENTS.
           IF WS-NB-ECARTS > ZERO
               DISPLAY "FICHIERS EN ECART : " WS-NB-ECARTS
                   " - NE PAS SUPPRIMER LES ANCIENS FICHIERS."
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

       para-initialiser-fichier.
           MOVE ZEROS TO WS-NB-LUS WS-NB-RELUS.
           MOVE ZEROS TO WS-AV-GAINS WS-AV-PERTES WS-AV-TOTAL.
           MOVE ZEROS TO WS-AP-GAINS WS-AP-PERTES WS-AP-TOTAL.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-signaler-absent.
           DISPLAY WS-FICHIER " : PAS DE COPIE .OLD, STATUT="
               WS-ANCIEN-STATUS " - NON CONVERTI.".
           ADD 1 TO WS-NB-ABSENTS.

      * Two lines per file, old copy then new copy; a
      * difference in count or in any hash marks the file.
       para-bilan-fichier.
           ADD 1 TO WS-NB-FICHIERS.
           MOVE WS-FICHIER  TO WS-B-FICHIER.
           MOVE WS-NB-LUS   TO WS-B-NB.
           MOVE WS-AV-GAINS TO WS-B-GAINS.
           MOVE WS-AV-PERTES TO WS-B-PERTES.
           MOVE WS-AV-TOTAL TO WS-B-TOTAL.
           DISPLAY WS-BILAN-LINE.
           MOVE '  NOUVEAU'  TO WS-B-FICHIER.
           MOVE WS-NB-RELUS TO WS-B-NB.
           MOVE WS-AP-GAINS TO WS-B-GAINS.
           MOVE WS-AP-PERTES TO WS-B-PERTES.
           MOVE WS-AP-TOTAL TO WS-B-TOTAL.
           DISPLAY WS-BILAN-LINE.
           IF WS-NB-RELUS NOT = WS-NB-LUS
               OR WS-AP-GAINS NOT = WS-AV-GAINS
               OR WS-AP-PERTES NOT = WS-AV-PERTES
               OR WS-AP-TOTAL NOT = WS-AV-TOTAL
               DISPLAY "  ECART DE CONVERSION SUR " WS-FICHIER
               ADD 1 TO WS-NB-ECARTS
           END-IF.

      *-----------------------------------------------------
      * Ledger, archive and snapshot: same record, the
      * sequence number is the key and is kept as it was.
      *-----------------------------------------------------
       para-convertir-ledger.
           MOVE 'BUDLEDG' TO WS-FICHIER.
           PERFORM para-initialiser-fichier.
           OPEN INPUT ANCIEN-LEDGER.
           IF WS-ANCIEN-STATUS NOT = "00"
               PERFORM para-signaler-absent
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT BUDGET-LEDGER.
           PERFORM UNTIL WS-EOF
               READ ANCIEN-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM para-cumuler-ancien
                       PERFORM para-ancien-vers-ledger
                       WRITE LEDGER-RECORD
                           INVALID KEY
                               DISPLAY "SEQUENCE EN DOUBLE : "
                                   LEDGER-SEQUENCE
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ANCIEN-LEDGER.
           CLOSE BUDGET-LEDGER.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT BUDGET-LEDGER.
           PERFORM UNTIL WS-EOF
               READ BUDGET-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-RELUS
                       ADD LEDGER-GAINS  TO WS-AP-GAINS
                       ADD LEDGER-PERTES TO WS-AP-PERTES
                       ADD LEDGER-TOTAL  TO WS-AP-TOTAL
               END-READ
           END-PERFORM.
           CLOSE BUDGET-LEDGER.
           PERFORM para-bilan-fichier.

       para-cumuler-ancien.
           ADD 1 TO WS-NB-LUS.
           ADD ANL-GAINS  TO WS-AV-GAINS.
           ADD ANL-PERTES TO WS-AV-PERTES.
           ADD ANL-TOTAL  TO WS-AV-TOTAL.

       para-ancien-vers-ledger.
           MOVE ANL-SEQUENCE     TO LEDGER-SEQUENCE.
           MOVE ANL-DATE         TO LEDGER-DATE.
           MOVE ANL-TIME         TO LEDGER-TIME.
           MOVE ANL-CURRENCY     TO LEDGER-CURRENCY.
           MOVE ANL-GAINS        TO LEDGER-GAINS.
           MOVE ANL-PERTES       TO LEDGER-PERTES.
           MOVE ANL-TOTAL        TO LEDGER-TOTAL.
           MOVE ANL-OPERATEUR    TO LEDGER-OPERATEUR.
           MOVE ANL-PROGRAMME    TO LEDGER-PROGRAMME.
           MOVE ANL-CATEGORIE    TO LEDGER-CATEGORIE.
           MOVE ANL-RAISON       TO LEDGER-RAISON.
           MOVE ANL-MONTANT-ORIG TO LEDGER-MONTANT-ORIG.
           MOVE ANL-DEVISE-ORIG  TO LEDGER-DEVISE-ORIG.
           MOVE ANL-TAUX         TO LEDGER-TAUX.
           MOVE ANL-REF-SEQUENCE TO LEDGER-REF-SEQUENCE.
           MOVE ANL-DEPARTEMENT  TO LEDGER-DEPARTEMENT.
           MOVE ANL-CODE-TVA     TO LEDGER-CODE-TVA.
           MOVE ANL-MONTANT-TVA  TO LEDGER-MONTANT-TVA.
           MOVE ZEROS             TO LEDGER-DOCUMENT.
           MOVE SPACES            TO LEDGER-TIERS.

      * The archive and the snapshot records are laid over
      * the old ledger layout and go through the same moves
      * into LEDGER-RECORD, which has the archive's and the
      * snapshot's new layout too.
       para-convertir-archive.
           MOVE 'BUDGYEAR' TO WS-FICHIER.
           PERFORM para-initialiser-fichier.
           OPEN INPUT ANCIENNE-ARCHIVE.
           IF WS-ANCIEN-STATUS NOT = "00"
               PERFORM para-signaler-absent
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT YEAR-LEDGER.
           PERFORM UNTIL WS-EOF
               READ ANCIENNE-ARCHIVE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE ANCIENNE-ARCHIVE-RECORD
                           TO ANCIEN-LEDGER-RECORD
                       PERFORM para-cumuler-ancien
                       PERFORM para-ancien-vers-ledger
                       MOVE LEDGER-RECORD TO YEAR-RECORD
                       WRITE YEAR-RECORD
                           INVALID KEY
                               DISPLAY "SEQUENCE EN DOUBLE : "
                                   YEAR-SEQUENCE
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ANCIENNE-ARCHIVE.
           CLOSE YEAR-LEDGER.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT YEAR-LEDGER.
           PERFORM UNTIL WS-EOF
               READ YEAR-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-RELUS
                       ADD YEAR-GAINS  TO WS-AP-GAINS
                       ADD YEAR-PERTES TO WS-AP-PERTES
                       ADD YEAR-TOTAL  TO WS-AP-TOTAL
               END-READ
           END-PERFORM.
           CLOSE YEAR-LEDGER.
           PERFORM para-bilan-fichier.

      * One BUDGSAVE or YEARGEN generation, BUDGSAVO in and
      * BUDGSAVE out; the second SYSIN line names it on the
      * report.
       para-convertir-generation.
           ACCEPT WS-FICHIER.
           IF WS-FICHIER = SPACES
               MOVE 'BUDGSAVO' TO WS-FICHIER
           END-IF.
           PERFORM para-convertir-sauvegarde.
           IF WS-NB-ABSENTS > ZERO
               DISPLAY "GENERATION ILLISIBLE SUR BUDGSAVO."
               MOVE 8 TO RETURN-CODE
           END-IF.

       para-convertir-sauvegarde.
           PERFORM para-initialiser-fichier.
           OPEN INPUT ANCIENNE-SAUVEGARDE.
           IF WS-ANCIEN-STATUS NOT = "00"
               PERFORM para-signaler-absent
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT BUDGET-SAUVEGARDE.
           PERFORM UNTIL WS-EOF
               READ ANCIENNE-SAUVEGARDE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE ANCIENNE-SAUVEGARDE-RECORD
                           TO ANCIEN-LEDGER-RECORD
                       PERFORM para-cumuler-ancien
                       PERFORM para-ancien-vers-ledger
                       MOVE LEDGER-RECORD TO SAVE-RECORD
                       WRITE SAVE-RECORD
               END-READ
           END-PERFORM.
           CLOSE ANCIENNE-SAUVEGARDE.
           CLOSE BUDGET-SAUVEGARDE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT BUDGET-SAUVEGARDE.
           PERFORM UNTIL WS-EOF
               READ BUDGET-SAUVEGARDE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-RELUS
                       ADD SAVE-GAINS  TO WS-AP-GAINS
                       ADD SAVE-PERTES TO WS-AP-PERTES
                       ADD SAVE-TOTAL  TO WS-AP-TOTAL
               END-READ
           END-PERFORM.
           CLOSE BUDGET-SAUVEGARDE.
           PERFORM para-bilan-fichier.

      *-----------------------------------------------------
      * Pending approvals and held entries: the amounts in
      * the gains/pertes hashes, the keyed amount and the
      * VAT part in the total hash.
      *-----------------------------------------------------
       para-convertir-attente.
           MOVE 'BUDGATT' TO WS-FICHIER.
           PERFORM para-initialiser-fichier.
           OPEN INPUT ANCIENNE-ATTENTE.
           IF WS-ANCIEN-STATUS NOT = "00"
               PERFORM para-signaler-absent
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ATTENTE-FILE.
           PERFORM UNTIL WS-EOF
               READ ANCIENNE-ATTENTE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       ADD ANA-GAINS  TO WS-AV-GAINS
                       ADD ANA-PERTES TO WS-AV-PERTES
                       ADD ANA-MONTANT-ORIG ANA-MONTANT-TVA
                           TO WS-AV-TOTAL
                       PERFORM para-ancien-vers-attente
                       WRITE ATTENTE-RECORD
               END-READ
           END-PERFORM.
           CLOSE ANCIENNE-ATTENTE.
           CLOSE ATTENTE-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT ATTENTE-FILE.
           PERFORM UNTIL WS-EOF
               READ ATTENTE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-RELUS
                       ADD ATT-GAINS  TO WS-AP-GAINS
                       ADD ATT-PERTES TO WS-AP-PERTES
                       ADD ATT-MONTANT-ORIG ATT-MONTANT-TVA
                           TO WS-AP-TOTAL
               END-READ
           END-PERFORM.
           CLOSE ATTENTE-FILE.
           PERFORM para-bilan-fichier.

       para-ancien-vers-attente.
           MOVE ANA-STATUT       TO ATT-STATUT.
           MOVE ANA-DATE         TO ATT-DATE.
           MOVE ANA-TIME         TO ATT-TIME.
           MOVE ANA-OPERATEUR    TO ATT-OPERATEUR.
           MOVE ANA-PROGRAMME    TO ATT-PROGRAMME.
           MOVE ANA-GAINS        TO ATT-GAINS.
           MOVE ANA-PERTES       TO ATT-PERTES.
           MOVE ANA-CATEGORIE    TO ATT-CATEGORIE.
           MOVE ANA-RAISON       TO ATT-RAISON.
           MOVE ANA-DEPARTEMENT  TO ATT-DEPARTEMENT.
           MOVE ANA-MONTANT-ORIG TO ATT-MONTANT-ORIG.
           MOVE ANA-DEVISE-ORIG  TO ATT-DEVISE-ORIG.
           MOVE ANA-TAUX         TO ATT-TAUX.
           MOVE ANA-CODE-TVA     TO ATT-CODE-TVA.
           MOVE ANA-MONTANT-TVA  TO ATT-MONTANT-TVA.
           MOVE SPACES           TO ATT-TIERS.
           MOVE ANA-DECIDEUR     TO ATT-DECIDEUR.
           MOVE ANA-MOTIF-REJET  TO ATT-MOTIF-REJET.

       para-convertir-garde.
           MOVE 'BUDGHOLD' TO WS-FICHIER.
           PERFORM para-initialiser-fichier.
           OPEN INPUT ANCIENNE-GARDE.
           IF WS-ANCIEN-STATUS NOT = "00"
               PERFORM para-signaler-absent
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT GARDE-FILE.
           PERFORM UNTIL WS-EOF
               READ ANCIENNE-GARDE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       ADD ANG-GAINS  TO WS-AV-GAINS
                       ADD ANG-PERTES TO WS-AV-PERTES
                       ADD ANG-MONTANT-ORIG ANG-MONTANT-TVA
                           TO WS-AV-TOTAL
                       PERFORM para-ancien-vers-garde
                       WRITE GARDE-RECORD
               END-READ
           END-PERFORM.
           CLOSE ANCIENNE-GARDE.
           CLOSE GARDE-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT GARDE-FILE.
           PERFORM UNTIL WS-EOF
               READ GARDE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-RELUS
                       ADD HOLD-GAINS  TO WS-AP-GAINS
                       ADD HOLD-PERTES TO WS-AP-PERTES
                       ADD HOLD-MONTANT-ORIG HOLD-MONTANT-TVA
                           TO WS-AP-TOTAL
               END-READ
           END-PERFORM.
           CLOSE GARDE-FILE.
           PERFORM para-bilan-fichier.

       para-ancien-vers-garde.
           MOVE ANG-DATE         TO HOLD-DATE.
           MOVE ANG-OPERATEUR    TO HOLD-OPERATEUR.
           MOVE ANG-PROGRAMME    TO HOLD-PROGRAMME.
           MOVE ANG-GAINS        TO HOLD-GAINS.
           MOVE ANG-PERTES       TO HOLD-PERTES.
           MOVE ANG-CATEGORIE    TO HOLD-CATEGORIE.
           MOVE ANG-RAISON       TO HOLD-RAISON.
           MOVE ANG-DEPARTEMENT  TO HOLD-DEPARTEMENT.
           MOVE ANG-MONTANT-ORIG TO HOLD-MONTANT-ORIG.
           MOVE ANG-DEVISE-ORIG  TO HOLD-DEVISE-ORIG.
           MOVE ANG-TAUX         TO HOLD-TAUX.
           MOVE ANG-CODE-TVA     TO HOLD-CODE-TVA.
           MOVE ANG-MONTANT-TVA  TO HOLD-MONTANT-TVA.
           MOVE SPACES           TO HOLD-TIERS.

      *-----------------------------------------------------
      * Audit journal and standing orders: one amount each,
      * hashed on the gains line.
      *-----------------------------------------------------
       para-convertir-audit.
           MOVE 'AUDITLOG' TO WS-FICHIER.
           PERFORM para-initialiser-fichier.
           OPEN INPUT ANCIEN-AUDIT.
           IF WS-ANCIEN-STATUS NOT = "00"
               PERFORM para-signaler-absent
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT AUDIT-LOG.
           PERFORM UNTIL WS-EOF
               READ ANCIEN-AUDIT
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       ADD ANU-AMOUNT TO WS-AV-GAINS
                       MOVE ANU-DATE     TO AUDIT-DATE
                       MOVE ANU-TIME     TO AUDIT-TIME
                       MOVE ANU-PROGRAM  TO AUDIT-PROGRAM
                       MOVE ANU-OPERATOR TO AUDIT-OPERATOR
                       MOVE ANU-AMOUNT   TO AUDIT-AMOUNT
                       WRITE AUDIT-RECORD
               END-READ
           END-PERFORM.
           CLOSE ANCIEN-AUDIT.
           CLOSE AUDIT-LOG.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT AUDIT-LOG.
           PERFORM UNTIL WS-EOF
               READ AUDIT-LOG
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-RELUS
                       ADD AUDIT-AMOUNT TO WS-AP-GAINS
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG.
           PERFORM para-bilan-fichier.

       para-convertir-ordres.
           MOVE 'BUDGORDR' TO WS-FICHIER.
           PERFORM para-initialiser-fichier.
           OPEN INPUT ANCIENS-ORDRES.
           IF WS-ANCIEN-STATUS NOT = "00"
               PERFORM para-signaler-absent
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ORDRE-FILE.
           PERFORM UNTIL WS-EOF
               READ ANCIENS-ORDRES
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       ADD ANO-MONTANT TO WS-AV-GAINS
                       MOVE ANO-OPERATEUR   TO ORDR-OPERATEUR
                       MOVE ANO-PROGRAMME   TO ORDR-PROGRAMME
                       MOVE ANO-MONTANT     TO ORDR-MONTANT
                       MOVE ANO-DEVISE      TO ORDR-DEVISE
                       MOVE ANO-CATEGORIE   TO ORDR-CATEGORIE
                       MOVE ANO-JOUR        TO ORDR-JOUR
                       MOVE ANO-ACTIF       TO ORDR-ACTIF
                       MOVE ANO-DEPARTEMENT TO ORDR-DEPARTEMENT
                       WRITE ORDRE-RECORD
               END-READ
           END-PERFORM.
           CLOSE ANCIENS-ORDRES.
           CLOSE ORDRE-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT ORDRE-FILE.
           PERFORM UNTIL WS-EOF
               READ ORDRE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-RELUS
                       ADD ORDR-MONTANT TO WS-AP-GAINS
               END-READ
           END-PERFORM.
           CLOSE ORDRE-FILE.
           PERFORM para-bilan-fichier.

      *-----------------------------------------------------
      * Balances carried by the close: per operator and
      * programme, and the single opening balance.
      *-----------------------------------------------------
       para-convertir-soldes-oper.
           MOVE 'OPERSOLDE' TO WS-FICHIER.
           PERFORM para-initialiser-fichier.
           OPEN INPUT ANCIENS-SOLDES-OPER.
           IF WS-ANCIEN-STATUS NOT = "00"
               PERFORM para-signaler-absent
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT OPER-SOLDE-FILE.
           PERFORM UNTIL WS-EOF
               READ ANCIENS-SOLDES-OPER
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       ADD ANS-GAINS  TO WS-AV-GAINS
                       ADD ANS-PERTES TO WS-AV-PERTES
                       MOVE ANS-OPERATEUR TO OPSOL-OPERATEUR
                       MOVE ANS-PROGRAMME TO OPSOL-PROGRAMME
                       MOVE ANS-GAINS     TO OPSOL-GAINS
                       MOVE ANS-PERTES    TO OPSOL-PERTES
                       WRITE OPSOL-RECORD
               END-READ
           END-PERFORM.
           CLOSE ANCIENS-SOLDES-OPER.
           CLOSE OPER-SOLDE-FILE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT OPER-SOLDE-FILE.
           PERFORM UNTIL WS-EOF
               READ OPER-SOLDE-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-RELUS
                       ADD OPSOL-GAINS  TO WS-AP-GAINS
                       ADD OPSOL-PERTES TO WS-AP-PERTES
               END-READ
           END-PERFORM.
           CLOSE OPER-SOLDE-FILE.
           PERFORM para-bilan-fichier.

       para-convertir-solde.
           MOVE 'BUDGSOLDE' TO WS-FICHIER.
           PERFORM para-initialiser-fichier.
           OPEN INPUT ANCIEN-SOLDE.
           IF WS-ANCIEN-STATUS NOT = "00"
               PERFORM para-signaler-absent
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT BUDGET-SOLDE.
           PERFORM UNTIL WS-EOF
               READ ANCIEN-SOLDE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       ADD ANB-OUVERTURE TO WS-AV-TOTAL
                       MOVE ANB-OUVERTURE TO SOLDE-OUVERTURE
                       WRITE SOLDE-RECORD
               END-READ
           END-PERFORM.
           CLOSE ANCIEN-SOLDE.
           CLOSE BUDGET-SOLDE.

           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT BUDGET-SOLDE.
           PERFORM UNTIL WS-EOF
               READ BUDGET-SOLDE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-RELUS
                       ADD SOLDE-OUVERTURE TO WS-AP-TOTAL
               END-READ
           END-PERFORM.
           CLOSE BUDGET-SOLDE.
           PERFORM para-bilan-fichier.
