       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcul_Budget_AccuseGL.

      *****************************************************
      * Acknowledgements returned by accounting for the
      * GLINT batches, run nightly from jcl/BUDGBAT.jcl.
      * Each acknowledgement brings the transmission status
      * of the postings (GLSTAT-FILE) and of the batches
      * (GLLOT-FILE) up to date:
      *   L record: the whole batch, accepted or rejected;
      *   D record: one posting of the batch, by sequence.
      * A batch accepted as a whole accepts every line not
      * rejected on its own; a batch rejected as a whole
      * rejects every line with the batch's reason. An
      * accepted posting stays accepted - it is never sent
      * again - and a rejected one goes out in the next
      * GLINT once its category's mapping is corrected.
      * The same acknowledgement read twice changes
      * nothing.
      *
      * SYSIN: the number of days after which a batch sent
      * without any acknowledgement is reported (blank =
      * 5).
      *
      * Report:
      *   1 acknowledgements read, rejections and anything
      *     that could not be applied;
      *   2 postings rejected and awaiting correction;
      *   3 the batches acknowledged by this run;
      *   4 batches still without acknowledgement after
      *     the delay.
      * RC 4 when a posting or a batch was rejected, an
      * acknowledgement could not be applied or a batch is
      * overdue; RC 8 when the batch register cannot be
      * held and nothing was updated.
      *
      * Record layout of GLACK (60 bytes):
      *   type (L/D) + lot (14) + sequence (9, zeros on L)
      *   + statut (A accepte / R rejete) + motif (30)
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GLSTSEL.
           COPY GLLTSEL.
           SELECT GL-ACCUSE
               ASSIGN TO "GLACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GLSTFD.
           COPY GLLTFD.

       FD  GL-ACCUSE.
       01  GLACK-RECORD.
           05  GLACK-TYPE           PIC X(1).
           05  GLACK-LOT            PIC 9(14).
           05  GLACK-SEQUENCE       PIC 9(9).
           05  GLACK-STATUT         PIC X(1).
           05  GLACK-MOTIF          PIC X(30).
           05  FILLER               PIC X(5).

       WORKING-STORAGE SECTION.
       77 WS-GLST-STATUS    PIC XX.
       77 WS-GLLT-STATUS    PIC XX.
       77 WS-GLACK-STATUS   PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-DELAI-SAISIE   PIC X(3) VALUE SPACES.
       77 WS-DELAI          PIC 9(3) VALUE 5.
       77 WS-TODAY          PIC 9(8).
       77 WS-TODAY-ENTIER   PIC 9(8) VALUE ZEROS.
       77 WS-DATE-ENTIER    PIC 9(8) VALUE ZEROS.
       77 WS-AGE            PIC S9(5) VALUE ZEROS.
       77 WS-STATUTS-OUVERTS PIC X VALUE 'N'.
       77 WS-LOTS-SATURES   PIC X VALUE 'N'.
       77 WS-NB-ACCUSES     PIC 9(6) VALUE ZEROS.
       77 WS-NB-ACCEPTEES   PIC 9(6) VALUE ZEROS.
       77 WS-NB-REJETEES    PIC 9(6) VALUE ZEROS.
       77 WS-NB-ANOMALIES   PIC 9(6) VALUE ZEROS.
       77 WS-NB-IGNORES     PIC 9(6) VALUE ZEROS.
       77 WS-NB-A-CORRIGER  PIC 9(6) VALUE ZEROS.
       77 WS-NB-RETARDS     PIC 9(3) VALUE ZEROS.
       77 WS-NB-LOTS-REJETES PIC 9(3) VALUE ZEROS.
       77 WS-ANOMALIE       PIC X(40) VALUE SPACES.

      * The batch register, rewritten in full at the end.
      * WS-LT-ACCUSE is the batch-level code received by
      * this run, WS-LT-VU set when any of its lines was
      * acknowledged by it.
       01 WS-LT-TABLE.
           05 WS-LT-ENTRY OCCURS 500 TIMES.
               10 WS-LT-REGISTRE.
                   15 WS-LT-LOT          PIC 9(14).
                   15 WS-LT-PERIODE      PIC 9(6).
                   15 WS-LT-DATE-ENVOI   PIC 9(8).
                   15 WS-LT-NOMBRE       PIC 9(6).
                   15 WS-LT-HASH-GAINS   PIC 9(9)V99.
                   15 WS-LT-HASH-PERTES  PIC 9(9)V99.
                   15 WS-LT-STATUT       PIC X(1).
                   15 WS-LT-DATE-ACCUSE  PIC 9(8).
                   15 WS-LT-NB-REJETS    PIC 9(6).
                   15 WS-LT-MOTIF        PIC X(30).
               10 WS-LT-ACCUSE          PIC X(1).
               10 WS-LT-VU              PIC X(1).
       77 WS-LT-COUNT        PIC 9(3) VALUE ZEROS.
       77 WS-LT-IDX          PIC 9(3).

       01 WS-ACCUSE-LINE.
           05 FILLER             PIC X(4)  VALUE 'LOT '.
           05 WS-A-LOT           PIC 9(14).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-A-SEQUENCE      PIC Z(8)9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-A-LIBELLE       PIC X(12).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-A-MOTIF         PIC X(40).

       01 WS-REJET-LINE.
           05 WS-R-SEQUENCE      PIC Z(8)9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-R-COMPTE        PIC X(8).
           05 FILLER             PIC X(5)  VALUE ' LOT '.
           05 WS-R-LOT           PIC 9(14).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-R-ACCUSE        PIC 9(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-R-MOTIF         PIC X(30).

       01 WS-LOT-LINE.
           05 WS-L-LOT           PIC 9(14).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-L-PERIODE       PIC 9(6).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-L-ENVOI         PIC 9(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-L-NOMBRE        PIC ZZZ,ZZ9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-L-REJETS        PIC ZZZ,ZZ9.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-L-LIBELLE       PIC X(12).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-L-MOTIF         PIC X(30).

       01 WS-RETARD-LINE.
           05 WS-T-LOT           PIC 9(14).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-T-PERIODE       PIC 9(6).
           05 FILLER             PIC X(10) VALUE ' ENVOYE LE'.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-T-ENVOI         PIC 9(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-T-NOMBRE        PIC ZZZ,ZZ9.
           05 FILLER             PIC X(10) VALUE ' LIGNES - '.
           05 WS-T-AGE           PIC ZZ,ZZ9.
           05 FILLER             PIC X(6)  VALUE ' JOURS'.

       PROCEDURE DIVISION.
       para-principale.
           DISPLAY "DELAI D'ACCUSE EN JOURS (BLANC = 5) ?".
           ACCEPT WS-DELAI-SAISIE.
           IF WS-DELAI-SAISIE NOT = SPACES
               IF WS-DELAI-SAISIE NUMERIC
                   AND WS-DELAI-SAISIE NOT = '000'
                   MOVE WS-DELAI-SAISIE TO WS-DELAI
               ELSE
                   DISPLAY "DELAI INVALIDE : " WS-DELAI-SAISIE
                       " - 5 JOURS RETENUS."
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           PERFORM para-charger-lots.
           IF WS-LOTS-SATURES = 'Y'
               DISPLAY "REGISTRE DES LOTS G/L SATURE (500) - AUCUN"
                   " ACCUSE TRAITE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O GLSTAT-FILE.
           IF WS-GLST-STATUS = "00"
               MOVE 'Y' TO WS-STATUTS-OUVERTS
           ELSE
               DISPLAY "AUCUNE ECRITURE TRANSMISE A LA COMPTABILITE."
           END-IF.

           DISPLAY "SUIVI DES ACCUSES DE LA COMPTABILITE DU "
               WS-TODAY.
           DISPLAY " ".
           DISPLAY "1. ACCUSES DE RECEPTION TRAITES".
           IF WS-STATUTS-OUVERTS = 'Y'
               PERFORM para-lire-accuses
           END-IF.
           DISPLAY "ACCUSES LUS : " WS-NB-ACCUSES
               "  LIGNES ACCEPTEES : " WS-NB-ACCEPTEES
               "  LIGNES REJETEES : " WS-NB-REJETEES.
           DISPLAY "NON APPLIQUES : " WS-NB-ANOMALIES
               "  DEJA CONNUS : " WS-NB-IGNORES.

           DISPLAY " ".
           DISPLAY "2. ECRITURES REJETEES EN ATTENTE DE CORRECTION".
           DISPLAY " SEQUENCE COMPTE       LOT            ACCUSE"
               "   MOTIF".
           IF WS-STATUTS-OUVERTS = 'Y'
               PERFORM para-appliquer-lots
               CLOSE GLSTAT-FILE
           END-IF.
           DISPLAY "ECRITURES A CORRIGER : " WS-NB-A-CORRIGER.

           PERFORM para-clore-lots.
           PERFORM para-ecrire-lots.
           PERFORM para-lister-retards.

           IF WS-NB-REJETEES > ZERO OR WS-NB-LOTS-REJETES > ZERO
               OR WS-NB-ANOMALIES > ZERO OR WS-NB-RETARDS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       para-charger-lots.
           MOVE ZEROS TO WS-LT-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT GLLOT-FILE.
           IF WS-GLLT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ GLLOT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-LT-COUNT < 500
                               ADD 1 TO WS-LT-COUNT
                               MOVE GLLOT-RECORD
                                   TO WS-LT-REGISTRE(WS-LT-COUNT)
                               MOVE SPACES
                                   TO WS-LT-ACCUSE(WS-LT-COUNT)
                               MOVE 'N' TO WS-LT-VU(WS-LT-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-LOTS-SATURES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLLOT-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-lire-accuses.
           OPEN INPUT GL-ACCUSE.
           IF WS-GLACK-STATUS NOT = "00"
               DISPLAY "AUCUN ACCUSE DE RECEPTION A TRAITER."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL WS-EOF
               READ GL-ACCUSE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-ACCUSES
                       PERFORM para-traiter-accuse
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-SWITCH.
           CLOSE GL-ACCUSE.

       para-traiter-accuse.
           MOVE SPACES TO WS-ANOMALIE.
           IF GLACK-STATUT NOT = 'A' AND GLACK-STATUT NOT = 'R'
               MOVE 'CODE ACCUSE INVALIDE' TO WS-ANOMALIE
               PERFORM para-signaler-anomalie
               EXIT PARAGRAPH
           END-IF.
           PERFORM para-chercher-lot.
           IF WS-LT-IDX > WS-LT-COUNT
               MOVE 'LOT INCONNU DU REGISTRE' TO WS-ANOMALIE
               PERFORM para-signaler-anomalie
               EXIT PARAGRAPH
           END-IF.
           EVALUATE GLACK-TYPE
               WHEN 'L'
                   PERFORM para-accuser-lot
               WHEN 'D'
                   PERFORM para-accuser-ligne
               WHEN OTHER
                   MOVE 'TYPE D''ENREGISTREMENT INVALIDE'
                       TO WS-ANOMALIE
                   PERFORM para-signaler-anomalie
           END-EVALUATE.

       para-chercher-lot.
           MOVE 1 TO WS-LT-IDX.
           PERFORM UNTIL WS-LT-IDX > WS-LT-COUNT
                       OR WS-LT-LOT(WS-LT-IDX) = GLACK-LOT
               ADD 1 TO WS-LT-IDX
           END-PERFORM.

      * A batch already closed by an earlier acknowledgement
      * is left as it stands.
       para-accuser-lot.
           IF WS-LT-STATUT(WS-LT-IDX) NOT = 'E'
               ADD 1 TO WS-NB-IGNORES
               EXIT PARAGRAPH
           END-IF.
           MOVE GLACK-STATUT TO WS-LT-ACCUSE(WS-LT-IDX).
           MOVE GLACK-MOTIF TO WS-LT-MOTIF(WS-LT-IDX).
           MOVE 'Y' TO WS-LT-VU(WS-LT-IDX).
           IF GLACK-STATUT = 'R'
               MOVE GLACK-LOT TO WS-A-LOT
               MOVE ZEROS TO WS-A-SEQUENCE
               MOVE 'LOT REJETE' TO WS-A-LIBELLE
               MOVE GLACK-MOTIF TO WS-A-MOTIF
               DISPLAY WS-ACCUSE-LINE
           END-IF.

      * The line must still belong to the batch acknowledged:
      * a posting re-sent since in a later batch waits for
      * that batch's acknowledgement, and an accepted one is
      * never reopened.
       para-accuser-ligne.
           IF WS-LT-STATUT(WS-LT-IDX) NOT = 'E'
               ADD 1 TO WS-NB-IGNORES
               EXIT PARAGRAPH
           END-IF.
           MOVE GLACK-SEQUENCE TO GLST-SEQUENCE.
           READ GLSTAT-FILE
               INVALID KEY
                   MOVE 'ECRITURE JAMAIS TRANSMISE' TO WS-ANOMALIE
                   PERFORM para-signaler-anomalie
                   EXIT PARAGRAPH
           END-READ.
           IF GLST-LOT NOT = GLACK-LOT OR GLST-STATUT = 'A'
               ADD 1 TO WS-NB-IGNORES
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-LT-VU(WS-LT-IDX).
           MOVE GLACK-STATUT TO GLST-STATUT.
           MOVE WS-TODAY TO GLST-DATE-ACCUSE.
           IF GLACK-STATUT = 'R'
               MOVE GLACK-MOTIF TO GLST-MOTIF
               ADD 1 TO WS-NB-REJETEES
               MOVE GLACK-LOT TO WS-A-LOT
               MOVE GLACK-SEQUENCE TO WS-A-SEQUENCE
               MOVE 'LIGNE REJETEE' TO WS-A-LIBELLE
               MOVE GLACK-MOTIF TO WS-A-MOTIF
               DISPLAY WS-ACCUSE-LINE
           ELSE
               MOVE SPACES TO GLST-MOTIF
               ADD 1 TO WS-NB-ACCEPTEES
           END-IF.
           REWRITE GLSTAT-RECORD.

       para-signaler-anomalie.
           ADD 1 TO WS-NB-ANOMALIES.
           MOVE GLACK-LOT TO WS-A-LOT.
           MOVE GLACK-SEQUENCE TO WS-A-SEQUENCE.
           MOVE 'NON APPLIQUE' TO WS-A-LIBELLE.
           MOVE WS-ANOMALIE TO WS-A-MOTIF.
           DISPLAY WS-ACCUSE-LINE.

      * One pass over the posting statuses: the lines of a
      * batch acknowledged as a whole that were not
      * acknowledged on their own take the batch's answer,
      * the rejections of every batch acknowledged are
      * counted for the register, and every posting still
      * rejected is listed for correction.
       para-appliquer-lots.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                       UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-VU(WS-LT-IDX) = 'Y'
                   MOVE ZEROS TO WS-LT-NB-REJETS(WS-LT-IDX)
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZEROS TO GLST-SEQUENCE.
           START GLSTAT-FILE KEY IS NOT LESS THAN GLST-SEQUENCE
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
               READ GLSTAT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM para-appliquer-ligne
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-appliquer-ligne.
           MOVE 1 TO WS-LT-IDX.
           PERFORM UNTIL WS-LT-IDX > WS-LT-COUNT
                       OR WS-LT-LOT(WS-LT-IDX) = GLST-LOT
               ADD 1 TO WS-LT-IDX
           END-PERFORM.

           IF WS-LT-IDX NOT > WS-LT-COUNT
               IF WS-LT-ACCUSE(WS-LT-IDX) = 'R'
                   AND GLST-STATUT NOT = 'R'
                   MOVE 'R' TO GLST-STATUT
                   MOVE WS-TODAY TO GLST-DATE-ACCUSE
                   MOVE WS-LT-MOTIF(WS-LT-IDX) TO GLST-MOTIF
                   REWRITE GLSTAT-RECORD
               END-IF
               IF WS-LT-ACCUSE(WS-LT-IDX) = 'A'
                   AND GLST-STATUT = 'E'
                   MOVE 'A' TO GLST-STATUT
                   MOVE WS-TODAY TO GLST-DATE-ACCUSE
                   REWRITE GLSTAT-RECORD
                   ADD 1 TO WS-NB-ACCEPTEES
               END-IF
               IF WS-LT-VU(WS-LT-IDX) = 'Y' AND GLST-STATUT = 'R'
                   ADD 1 TO WS-LT-NB-REJETS(WS-LT-IDX)
               END-IF
           END-IF.

           IF GLST-STATUT = 'R'
               ADD 1 TO WS-NB-A-CORRIGER
               MOVE GLST-SEQUENCE TO WS-R-SEQUENCE
               MOVE GLST-COMPTE TO WS-R-COMPTE
               MOVE GLST-LOT TO WS-R-LOT
               MOVE GLST-DATE-ACCUSE TO WS-R-ACCUSE
               MOVE GLST-MOTIF TO WS-R-MOTIF
               DISPLAY WS-REJET-LINE
           END-IF.

      * A batch answered as a whole is closed: rejected, or
      * accepted - in part when lines of it were rejected.
      * A batch answered line by line only stays open until
      * its batch-level answer arrives.
       para-clore-lots.
           DISPLAY " ".
           DISPLAY "3. LOTS ACCUSES PAR CE TRAITEMENT".
           DISPLAY "LOT            PERIOD ENVOI      LIGNES"
               "  REJETS ETAT".
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                       UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-VU(WS-LT-IDX) = 'Y'
                   PERFORM para-clore-lot
               END-IF
           END-PERFORM.

       para-clore-lot.
           EVALUATE WS-LT-ACCUSE(WS-LT-IDX)
               WHEN 'R'
                   MOVE 'R' TO WS-LT-STATUT(WS-LT-IDX)
                   MOVE WS-TODAY TO WS-LT-DATE-ACCUSE(WS-LT-IDX)
                   ADD 1 TO WS-NB-LOTS-REJETES
                   MOVE 'REJETE' TO WS-L-LIBELLE
               WHEN 'A'
                   MOVE WS-TODAY TO WS-LT-DATE-ACCUSE(WS-LT-IDX)
                   IF WS-LT-NB-REJETS(WS-LT-IDX) > ZERO
                       MOVE 'P' TO WS-LT-STATUT(WS-LT-IDX)
                       MOVE 'ACCEPTE PART' TO WS-L-LIBELLE
                   ELSE
                       MOVE 'A' TO WS-LT-STATUT(WS-LT-IDX)
                       MOVE 'ACCEPTE' TO WS-L-LIBELLE
                   END-IF
               WHEN OTHER
                   MOVE 'EN COURS' TO WS-L-LIBELLE
           END-EVALUATE.
           MOVE WS-LT-LOT(WS-LT-IDX) TO WS-L-LOT.
           MOVE WS-LT-PERIODE(WS-LT-IDX) TO WS-L-PERIODE.
           MOVE WS-LT-DATE-ENVOI(WS-LT-IDX) TO WS-L-ENVOI.
           MOVE WS-LT-NOMBRE(WS-LT-IDX) TO WS-L-NOMBRE.
           MOVE WS-LT-NB-REJETS(WS-LT-IDX) TO WS-L-REJETS.
           MOVE WS-LT-MOTIF(WS-LT-IDX) TO WS-L-MOTIF.
           DISPLAY WS-LOT-LINE.

       para-ecrire-lots.
           OPEN OUTPUT GLLOT-FILE.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                       UNTIL WS-LT-IDX > WS-LT-COUNT
               MOVE WS-LT-REGISTRE(WS-LT-IDX) TO GLLOT-RECORD
               WRITE GLLOT-RECORD
           END-PERFORM.
           CLOSE GLLOT-FILE.

      * A batch still 'E' has had no batch-level answer.
       para-lister-retards.
           DISPLAY " ".
           DISPLAY "4. LOTS SANS ACCUSE DEPUIS PLUS DE " WS-DELAI
               " JOURS".
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                       UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-STATUT(WS-LT-IDX) = 'E'
                   COMPUTE WS-DATE-ENTIER = FUNCTION
                       INTEGER-OF-DATE(WS-LT-DATE-ENVOI(WS-LT-IDX))
                   COMPUTE WS-AGE = WS-TODAY-ENTIER - WS-DATE-ENTIER
                   IF WS-AGE > WS-DELAI
                       ADD 1 TO WS-NB-RETARDS
                       MOVE WS-LT-LOT(WS-LT-IDX) TO WS-T-LOT
                       MOVE WS-LT-PERIODE(WS-LT-IDX) TO WS-T-PERIODE
                       MOVE WS-LT-DATE-ENVOI(WS-LT-IDX) TO WS-T-ENVOI
                       MOVE WS-LT-NOMBRE(WS-LT-IDX) TO WS-T-NOMBRE
                       MOVE WS-AGE TO WS-T-AGE
                       DISPLAY WS-RETARD-LINE
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "LOTS EN RETARD D'ACCUSE : " WS-NB-RETARDS.
