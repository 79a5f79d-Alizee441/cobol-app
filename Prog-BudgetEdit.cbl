      * GAINS-PERTES-REJ with the reason, and a reject
      * report is printed - so one bad slip no longer
      * contaminates the ledger or kills the run.
      *
      * The lines of a split receipt (same GP-DOCUMENT, one
      * after the other) are checked one by one as usual,
      * then held back until the receipt is complete: they
      * go to GAINS-PERTES-OK together only when every line
      * passed and the lines add up to the receipt total,
      * otherwise every line of the receipt is rejected, so
      * half a receipt never reaches the ledger.
      *
      * A payee code on the slip is optional; when present it
      * must be an active payee of TIERS-FILE, and a slip
      * naming a payee may leave its category blank to take
      * the payee's default.
      *****************************************************

       ENVIRONMENT DIVISION.
           COPY DEPTSEL.
           COPY HOLDSEL.
           COPY NUITSEL.
           COPY TIERSEL.
           SELECT GAINS-PERTES-REJ
               ASSIGN TO "GPREJ"
               ORGANIZATION IS LINE SEQUENTIAL
      * amounts can be tested for NUMERIC before anything
      * arithmetic touches them.
       01  GP-RECORD-TEXTE.
           05  GP-TX-GAINS          PIC X(9).
           05  GP-TX-PERTES         PIC X(9).
           05  GP-TX-OPERATEUR      PIC X(8).
           05  GP-TX-CATEGORIE      PIC X(4).
           05  GP-TX-DATE           PIC X(8).
           05  GP-TX-DEPARTEMENT    PIC X(3).
           05  GP-TX-CODE-TVA       PIC X(3).
           05  GP-TX-DOCUMENT       PIC X(10).
           05  GP-TX-TOTAL-DOC      PIC X(9).
           05  GP-TX-TIERS          PIC X(8).

           COPY GPOKFD.
           COPY OPERFD.
           COPY DEPTFD.
           COPY HOLDFD.
           COPY NUITFD.
           COPY TIERFD.

       FD  GAINS-PERTES-REJ.
       01  GPREJ-RECORD.
           05  GPREJ-LIGNE          PIC X(71).
           05  FILLER               PIC X(1).
           05  GPREJ-MOTIF          PIC X(20).

       77 WS-NUIT-STATUS    PIC XX.
       77 WS-TVA-VALIDE     PIC X VALUE 'N'.
       77 WS-TAUX-TVA       PIC 99V99 VALUE ZEROS.
       77 WS-DOC-COURANT    PIC X(10) VALUE SPACES.
       77 WS-DOC-SURCHARGE  PIC X VALUE 'N'.
       77 WS-MOTIF-DOC      PIC X(20) VALUE SPACES.
       77 WS-SOMME-DOC      PIC 9(9)V99 VALUE ZEROS.
       77 WS-DOCS-OK        PIC 9(6) VALUE ZEROS.
       77 WS-DOCS-REJET     PIC 9(6) VALUE ZEROS.
       77 WS-TIERS-STATUS   PIC XX.
       77 WS-CATEGORIE-RESOLUE PIC X(4) VALUE SPACES.

      * Lines of the split receipt being read, held until
      * the next slip shows the receipt is complete.
       01 WS-DL-TABLE.
           05 WS-DL-ENTRY OCCURS 20 TIMES.
               10 WS-DL-TEXTE       PIC X(71).
               10 WS-DL-SLIP REDEFINES WS-DL-TEXTE.
                   15 WS-DL-GAINS       PIC 9(7)V99.
                   15 WS-DL-PERTES      PIC 9(7)V99.
                   15 WS-DL-OPERATEUR   PIC X(8).
                   15 FILLER            PIC X(12).
                   15 WS-DL-DEPARTEMENT PIC X(3).
                   15 FILLER            PIC X(13).
                   15 WS-DL-TX-TOTAL    PIC X(9).
                   15 WS-DL-TOTAL REDEFINES WS-DL-TX-TOTAL
                                        PIC 9(7)V99.
                   15 WS-DL-TIERS       PIC X(8).
               10 WS-DL-DATE        PIC 9(8).
               10 WS-DL-CATEGORIE   PIC X(4).
               10 WS-DL-CODE-TVA    PIC X(3).
               10 WS-DL-MOTIF       PIC X(20).
               10 WS-DL-GARDER      PIC X(1).
               10 WS-DL-NUMERO      PIC 9(6).
       77 WS-DL-COUNT        PIC 99 VALUE ZEROS.
       77 WS-DL-IDX          PIC 99.

      * The operator, category, department and payee masters
      * stay open for the whole run: each slip costs one
      * keyed read on each. A master that cannot be opened leaves
      * its switch at 'N' and every slip fails that check.
       77 WS-OPER-OUVERT     PIC X VALUE 'N'.
       77 WS-CATG-OUVERT     PIC X VALUE 'N'.
       77 WS-DEPT-OUVERT     PIC X VALUE 'N'.
       77 WS-TIERS-OUVERT    PIC X VALUE 'N'.
       77 WS-CT-TVA          PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       para-principale.
           OPEN OUTPUT GAINS-PERTES-OK.
           OPEN OUTPUT GAINS-PERTES-REJ.

           PERFORM para-ouvrir-references.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY "CONTROLE DES BORDEREAUX - REJETS :".
           PERFORM para-lire-slip.
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-RECORDS-LUS
               IF WS-DL-COUNT > ZERO
                   AND GP-TX-DOCUMENT NOT = WS-DOC-COURANT
                   PERFORM para-solder-document
               END-IF
               PERFORM para-controler-slip
               PERFORM para-lire-slip
           END-PERFORM.
           IF WS-DL-COUNT > ZERO
               PERFORM para-solder-document
           END-IF.

           CLOSE GAINS-PERTES-IN.
           CLOSE GAINS-PERTES-OK.
           CLOSE GAINS-PERTES-REJ.
           PERFORM para-fermer-references.

           PERFORM para-ecrire-stats-nuit.

               " REJETES=" WS-RECORDS-REJET
               " GARDES=" WS-RECORDS-GARDES
               " AVERTIS=" WS-RECORDS-AVERTIS.
           DISPLAY "DOCUMENTS VENTILES - ACCEPTES=" WS-DOCS-OK
               " REJETES=" WS-DOCS-REJET.

      * 4 = some slips rejected (posting can still run on the
      * accepted file) or accepted with a warning;
       para-controler-slip.
           MOVE SPACES TO WS-MOTIF.
           MOVE 'N' TO WS-GARDER-SLIP.
           MOVE GP-TX-CATEGORIE TO WS-CATEGORIE-RESOLUE.

           IF GP-TX-GAINS NOT NUMERIC
               MOVE 'GAINS NON NUMERIQUE' TO WS-MOTIF
                   IF GP-GAINS = ZEROS AND GP-PERTES = ZEROS
                       MOVE 'MONTANTS A ZERO' TO WS-MOTIF
                   ELSE
                       IF GP-TX-DOCUMENT NOT = SPACES
                           AND GP-GAINS > ZEROS
                           MOVE 'GAINS SUR DOCUMENT' TO WS-MOTIF
                       ELSE
                           PERFORM para-controler-operateur
                       END-IF
                       IF WS-MOTIF = SPACES
                           PERFORM para-controler-tiers
                       END-IF
                       IF WS-MOTIF = SPACES
                           PERFORM para-controler-categorie
                       END-IF
               END-IF
           END-IF.

           IF GP-TX-DOCUMENT NOT = SPACES
               PERFORM para-retenir-ligne-doc
               EXIT PARAGRAPH
           END-IF.

           IF WS-MOTIF = SPACES
               IF WS-GARDER-SLIP = 'O'
                   PERFORM para-garder-slip
           END-IF.

       para-controler-operateur.
           IF WS-OPER-OUVERT NOT = 'Y'
               MOVE 'OPERATEUR INCONNU' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE GP-TX-OPERATEUR TO OPER-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE 'OPERATEUR INCONNU' TO WS-MOTIF
               NOT INVALID KEY
                   IF OPER-ACTIF NOT = 'A'
                       MOVE 'OPERATEUR INACTIF' TO WS-MOTIF
                   END-IF
           END-READ.

      * A blank payee is allowed. A named one must exist and
      * be active; its default category fills a blank slip
      * category before the category check runs.
       para-controler-tiers.
           IF GP-TX-TIERS = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-TIERS-OUVERT NOT = 'Y'
               MOVE 'TIERS INCONNU' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE GP-TX-TIERS TO TIERS-CODE.
           READ TIERS-FILE
               INVALID KEY
                   MOVE 'TIERS INCONNU' TO WS-MOTIF
               NOT INVALID KEY
                   IF TIERS-ACTIF NOT = 'A'
                       MOVE 'TIERS INACTIF' TO WS-MOTIF
                   ELSE
                       IF WS-CATEGORIE-RESOLUE = SPACES
                           MOVE TIERS-CATEGORIE
                               TO WS-CATEGORIE-RESOLUE
                       END-IF
                   END-IF
           END-READ.

       para-controler-categorie.
           MOVE SPACES TO WS-CT-TVA.
           IF WS-CATG-OUVERT NOT = 'Y'
               MOVE 'CATEGORIE INCONNUE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CATEGORIE-RESOLUE TO CATG-CODE.
           READ CATEG-FILE
               INVALID KEY
                   MOVE 'CATEGORIE INCONNUE' TO WS-MOTIF
               NOT INVALID KEY
                   MOVE CATG-CODE-TVA TO WS-CT-TVA
           END-READ.

      * A blank or zero slip date resolves to the run date;
      * whatever date ends up on the slip must fall inside
               END-IF
           END-IF.

      * Runs right after the category check so WS-CT-TVA
      * still holds the slip's category default: a blank VAT
      * code resolves to that category's default, anything
      * keyed must exist on the TVA-FILE reference.
       para-controler-tva.
           IF GP-TX-CODE-TVA = SPACES
               MOVE WS-CT-TVA TO WS-CODE-TVA-RESOLU
           ELSE
               MOVE GP-TX-CODE-TVA TO WS-CODE-TVA-RESOLU
           END-IF.
           END-IF.

       para-controler-departement.
           IF WS-DEPT-OUVERT NOT = 'Y'
               MOVE 'DEPARTEMENT INCONNU' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE GP-TX-DEPARTEMENT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID KEY
                   MOVE 'DEPARTEMENT INCONNU' TO WS-MOTIF
           END-READ.

       para-accepter-slip.
           MOVE GP-GAINS        TO GPOK-GAINS.
           MOVE GP-PERTES       TO GPOK-PERTES.
           MOVE GP-TX-OPERATEUR TO GPOK-OPERATEUR.
           MOVE WS-CATEGORIE-RESOLUE TO GPOK-CATEGORIE.
           MOVE WS-DATE-SLIP    TO GPOK-DATE.
           MOVE GP-TX-DEPARTEMENT TO GPOK-DEPARTEMENT.
           MOVE WS-CODE-TVA-RESOLU TO GPOK-CODE-TVA.
           MOVE SPACES          TO GPOK-DOCUMENT.
           MOVE GP-TX-TIERS     TO GPOK-TIERS.
           WRITE GPOK-RECORD.
           ADD 1 TO WS-RECORDS-OK.

      * A line of a split receipt is kept with the outcome
      * of its own checks; para-solder-document decides for
      * the whole receipt once its last line has been read.
       para-retenir-ligne-doc.
           IF WS-DL-COUNT = ZERO
               MOVE GP-TX-DOCUMENT TO WS-DOC-COURANT
               MOVE 'N' TO WS-DOC-SURCHARGE
           END-IF.
           IF WS-DL-COUNT < 20
               ADD 1 TO WS-DL-COUNT
               MOVE GP-RECORD-TEXTE TO WS-DL-TEXTE(WS-DL-COUNT)
               MOVE WS-DATE-SLIP TO WS-DL-DATE(WS-DL-COUNT)
               MOVE WS-CATEGORIE-RESOLUE
                   TO WS-DL-CATEGORIE(WS-DL-COUNT)
               MOVE WS-CODE-TVA-RESOLU TO WS-DL-CODE-TVA(WS-DL-COUNT)
               MOVE WS-MOTIF TO WS-DL-MOTIF(WS-DL-COUNT)
               MOVE WS-GARDER-SLIP TO WS-DL-GARDER(WS-DL-COUNT)
               MOVE WS-RECORDS-LUS TO WS-DL-NUMERO(WS-DL-COUNT)
           ELSE
               MOVE 'Y' TO WS-DOC-SURCHARGE
               MOVE 'DOCUMENT > 20 LIGNES' TO WS-MOTIF
               PERFORM para-rejeter-slip
           END-IF.

      * The receipt stands or falls as a whole: one bad
      * line, lines that disagree on the total, the date or
      * the operator, a receipt dated into the next period
      * or lines that do not add up to the total reject
      * every line of it.
       para-solder-document.
           MOVE SPACES TO WS-MOTIF-DOC.
           IF WS-DOC-SURCHARGE = 'Y'
               MOVE 'DOCUMENT > 20 LIGNES' TO WS-MOTIF-DOC
           END-IF.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               IF WS-DL-MOTIF(WS-DL-IDX) NOT = SPACES
                   AND WS-MOTIF-DOC = SPACES
                   MOVE 'LIGNE DOC REJETEE' TO WS-MOTIF-DOC
               END-IF
           END-PERFORM.
           IF WS-MOTIF-DOC = SPACES
               AND WS-DL-TX-TOTAL(1) NOT NUMERIC
               MOVE 'TOTAL DOC INVALIDE' TO WS-MOTIF-DOC
           END-IF.

           IF WS-MOTIF-DOC = SPACES
               MOVE ZEROS TO WS-SOMME-DOC
               PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                       UNTIL WS-DL-IDX > WS-DL-COUNT
                   ADD WS-DL-PERTES(WS-DL-IDX) TO WS-SOMME-DOC
                   EVALUATE TRUE
                       WHEN WS-MOTIF-DOC NOT = SPACES
                           CONTINUE
                       WHEN WS-DL-TX-TOTAL(WS-DL-IDX)
                               NOT = WS-DL-TX-TOTAL(1)
                           MOVE 'TOTAL DOC INCOHERENT' TO WS-MOTIF-DOC
                       WHEN WS-DL-DATE(WS-DL-IDX) NOT = WS-DL-DATE(1)
                           MOVE 'DATE DOC INCOHERENTE' TO WS-MOTIF-DOC
                       WHEN WS-DL-OPERATEUR(WS-DL-IDX)
                               NOT = WS-DL-OPERATEUR(1)
                           MOVE 'OPER. DOC INCOHERENT' TO WS-MOTIF-DOC
                       WHEN WS-DL-GARDER(WS-DL-IDX) = 'O'
                           MOVE 'DOC PERIODE SUIVANTE' TO WS-MOTIF-DOC
                   END-EVALUATE
               END-PERFORM
               IF WS-MOTIF-DOC = SPACES
                   AND WS-SOMME-DOC NOT = WS-DL-TOTAL(1)
                   MOVE 'SOMME <> TOTAL DOC' TO WS-MOTIF-DOC
               END-IF
           END-IF.

           IF WS-MOTIF-DOC = SPACES
               PERFORM para-accepter-ligne-doc
                   VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               ADD 1 TO WS-DOCS-OK
           ELSE
               PERFORM para-rejeter-ligne-doc
                   VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               ADD 1 TO WS-DOCS-REJET
               DISPLAY "DOCUMENT " WS-DOC-COURANT " REJETE - "
                   WS-MOTIF-DOC
           END-IF.

           MOVE ZEROS TO WS-DL-COUNT.
           MOVE 'N' TO WS-DOC-SURCHARGE.

       para-accepter-ligne-doc.
           MOVE ZEROS           TO GPOK-GAINS.
           MOVE WS-DL-PERTES(WS-DL-IDX) TO GPOK-PERTES.
           MOVE WS-DL-OPERATEUR(WS-DL-IDX) TO GPOK-OPERATEUR.
           MOVE WS-DL-CATEGORIE(WS-DL-IDX) TO GPOK-CATEGORIE.
           MOVE WS-DL-DATE(WS-DL-IDX) TO GPOK-DATE.
           MOVE WS-DL-DEPARTEMENT(WS-DL-IDX) TO GPOK-DEPARTEMENT.
           MOVE WS-DL-CODE-TVA(WS-DL-IDX) TO GPOK-CODE-TVA.
           MOVE WS-DOC-COURANT  TO GPOK-DOCUMENT.
           MOVE WS-DL-TIERS(WS-DL-IDX) TO GPOK-TIERS.
           WRITE GPOK-RECORD.
           ADD 1 TO WS-RECORDS-OK.

      * A line that failed its own check keeps its own
      * reason; the others carry the receipt's.
       para-rejeter-ligne-doc.
           MOVE SPACES TO GPREJ-RECORD.
           MOVE WS-DL-TEXTE(WS-DL-IDX) TO GPREJ-LIGNE.
           IF WS-DL-MOTIF(WS-DL-IDX) NOT = SPACES
               MOVE WS-DL-MOTIF(WS-DL-IDX) TO GPREJ-MOTIF
           ELSE
               MOVE WS-MOTIF-DOC TO GPREJ-MOTIF
           END-IF.
           WRITE GPREJ-RECORD.
           ADD 1 TO WS-RECORDS-REJET.
           DISPLAY "ENREGISTREMENT " WS-DL-NUMERO(WS-DL-IDX)
               " REJETE - " GPREJ-MOTIF.

      * The held slip carries everything the release-day
      * posting needs; the VAT split is computed at posting
      * time, like Calcul_Budget_Lot would have done.
           MOVE 'CALCBLOT'      TO HOLD-PROGRAMME.
           MOVE GP-GAINS        TO HOLD-GAINS.
           MOVE GP-PERTES       TO HOLD-PERTES.
           MOVE WS-CATEGORIE-RESOLUE TO HOLD-CATEGORIE.
           MOVE SPACES          TO HOLD-RAISON.
           MOVE GP-TX-DEPARTEMENT TO HOLD-DEPARTEMENT.
           MOVE ZEROS           TO HOLD-MONTANT-ORIG.
           MOVE 1.0000          TO HOLD-TAUX.
           MOVE WS-CODE-TVA-RESOLU TO HOLD-CODE-TVA.
           MOVE ZEROS           TO HOLD-MONTANT-TVA.
           MOVE GP-TX-TIERS     TO HOLD-TIERS.
           WRITE GARDE-RECORD.
           CLOSE GARDE-FILE.
           ADD 1 TO WS-RECORDS-GARDES.
           DISPLAY "ENREGISTREMENT " WS-RECORDS-LUS " REJETE - "
               WS-MOTIF.

       para-ouvrir-references.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS = "00"
               MOVE 'Y' TO WS-OPER-OUVERT
           END-IF.
           OPEN INPUT CATEG-FILE.
           IF WS-CATG-STATUS = "00"
               MOVE 'Y' TO WS-CATG-OUVERT
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS = "00"
               MOVE 'Y' TO WS-DEPT-OUVERT
           END-IF.
           OPEN INPUT TIERS-FILE.
           IF WS-TIERS-STATUS = "00"
               MOVE 'Y' TO WS-TIERS-OUVERT
           END-IF.

       para-fermer-references.
           IF WS-OPER-OUVERT = 'Y'
               CLOSE OPERATOR-FILE
           END-IF.
           IF WS-CATG-OUVERT = 'Y'
               CLOSE CATEG-FILE
           END-IF.
           IF WS-DEPT-OUVERT = 'Y'
               CLOSE DEPT-FILE
           END-IF.
           IF WS-TIERS-OUVERT = 'Y'
               CLOSE TIERS-FILE
           END-IF.

      * First batch step of the night: the stats file is
      * restarted here, the later steps append to it, and
