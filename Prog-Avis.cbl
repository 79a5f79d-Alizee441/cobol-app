       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcul_Budget_Avis.

      *****************************************************
      * Nightly exception notices for the mail gateway, run
      * in jcl/BUDGBAT.jcl after the forecast: one message
      * per recipient on MAILOUT, so the operator who caused
      * an exception hears about it instead of it waiting
      * on a report nobody reads.
      *
      * Every active operator of OPERATOR-FILE is a possible
      * recipient; the message gathers, in this order:
      *   - the operator's own slips Calcul_Budget_Edit
      *     rejected tonight (GPREJ), with the reason;
      *   - the category envelopes (CATG-BUDGET-MOIS) the
      *     month's pertes have overrun, for the operators
      *     who spent in them, with their own share;
      *   - for an approver (OPER-ADMIN, as Approbation_
      *     Budget requires) the entries of BUDGATT.DAT
      *     waiting for a decision, their own excepted,
      *     with the age of each and of the oldest;
      *   - for the escalation administrator, the pending
      *     entries waiting past the delay, and the breach
      *     date Calcul_Budget_Prevision left on NUITSTAT.
      * An operator with nothing new gets no message.
      *
      * Each item goes to each recipient once. NOTE-FILE
      * keeps every item already sent, per recipient; an
      * item found there is left out, so a rerun of the
      * night sends nothing twice and a pending entry is
      * announced once, then escalated once. A message
      * holds at most 50 items and a batch 2000 items in
      * 500 messages; the rest wait for the next night.
      * NLOG-FILE logs each message sent: recipient, batch,
      * counts by kind. The register and the log are only
      * written once MAILOUT is complete and closed, so an
      * item is never marked sent on a batch that did not
      * reach the gateway.
      *
      * Record types on MAILOUT (80 columns):
      *   1 = header  : date (8) + lot (14)
      *   2 = message : destinataire (8) + numero (6)
      *                 + nombre de lignes (4) + objet (60)
      *   3 = text    : destinataire (8) + numero (6)
      *                 + texte (65)
      *   9 = trailer : messages (6) + lignes (8)
      * The gateway resolves the operator id to a mailbox.
      *
      * SYSIN line 1: escalation delay in days (blank = 5);
      * line 2: the administrator escalations go to (blank
      * = every active operator holding the administration
      * profile, as Verifier_Profil reads it).
      *
      * RC 4 when a source could not be read or an
      * escalation went out. RC 8 when MAILOUT cannot be
      * written: nothing is marked sent and the generation
      * is not to be transmitted. RC 8 also when the
      * register or the log cannot be written after a
      * complete MAILOUT: the generation is then to be
      * transmitted, and the items left unmarked go again
      * the next night.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERSEL.
           COPY LEDGSEL.
           COPY CATGSEL.
           COPY ATTSEL.
           COPY PERIOSEL.
           COPY NUITSEL.
           COPY NOTESEL.
           COPY NLOGSEL.
           SELECT GAINS-PERTES-REJ
               ASSIGN TO "GPREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPREJ-STATUS.
           SELECT MAIL-SORTIE
               ASSIGN TO "MAILOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY OPERFD.
           COPY LEDGFD.
           COPY CATGFD.
           COPY ATTFD.
           COPY PERIOFD.
           COPY NUITFD.
           COPY NOTEFD.
           COPY NLOGFD.

      * The reject record as Calcul_Budget_Edit writes it:
      * the slip as keyed, then the reason.
       FD  GAINS-PERTES-REJ.
       01  GPREJ-RECORD.
           05  GPREJ-GAINS          PIC X(9).
           05  GPREJ-PERTES         PIC X(9).
           05  GPREJ-OPERATEUR      PIC X(8).
           05  GPREJ-CATEGORIE      PIC X(4).
           05  GPREJ-DATE           PIC X(8).
           05  FILLER               PIC X(33).
           05  FILLER               PIC X(1).
           05  GPREJ-MOTIF          PIC X(20).

       FD  MAIL-SORTIE.
       01  MAIL-LIGNE               PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-OPER-STATUS    PIC XX.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-CATG-STATUS    PIC XX.
       77 WS-ATT-STATUS     PIC XX.
       77 WS-PERIO-STATUS   PIC XX.
       77 WS-NUIT-STATUS    PIC XX.
       77 WS-NOTE-STATUS    PIC XX.
       77 WS-NLOG-STATUS    PIC XX.
       77 WS-GPREJ-STATUS   PIC XX.
       77 WS-MAIL-STATUS    PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-FIN-SOURCE     PIC X VALUE 'N'.
       77 WS-ERREUR         PIC X VALUE 'N'.
       77 WS-MAIL-ECHEC     PIC XX VALUE "00".

       77 WS-DELAI-SAISIE   PIC X(3) VALUE SPACES.
       77 WS-DELAI          PIC 9(3) VALUE 5.
       77 WS-ADMIN-ESCALADE PIC X(8) VALUE SPACES.
       77 WS-TODAY          PIC 9(8).
       77 WS-HEURE          PIC 9(6).
       77 WS-LOT            PIC 9(14).
       77 WS-TODAY-ENTIER   PIC 9(8) VALUE ZEROS.
       77 WS-AGE            PIC S9(5) VALUE ZEROS.
       77 WS-AGE-MAX        PIC S9(5) VALUE ZEROS.
       77 WS-PERIODE        PIC 9(6) VALUE ZEROS.
       77 WS-ALERTE         PIC 9(8) VALUE ZEROS.

      * Sources: a switch at 'N' means the file could not be
      * read and its section is left out for everyone.
       77 WS-GPREJ-LISIBLE  PIC X VALUE 'N'.
       77 WS-LEDGER-LISIBLE PIC X VALUE 'N'.
       77 WS-ATT-LISIBLE    PIC X VALUE 'N'.
       77 WS-SOURCE-MANQUE  PIC X VALUE 'N'.

      * The recipient being served.
       77 WS-DESTINATAIRE   PIC X(8) VALUE SPACES.
       77 WS-EST-ESCALADE   PIC X VALUE 'N'.
       77 WS-FONCTION-ADMIN PIC X VALUE 'A'.
       77 WS-AUTORISE       PIC X VALUE 'N'.
       77 WS-REJ-RANG       PIC 9(6) VALUE ZEROS.
       77 WS-NB-FILE        PIC 9(4) VALUE ZEROS.

      * The item offered to the message being built.
       77 WS-P-TYPE         PIC X VALUE SPACES.
       77 WS-P-REFERENCE    PIC X(30) VALUE SPACES.
       77 WS-P-TEXTE        PIC X(65) VALUE SPACES.
       77 WS-P-RETENU       PIC X VALUE 'N'.
       77 WS-SECTION        PIC X VALUE SPACES.
       77 WS-MESSAGE-PLEIN  PIC X VALUE 'N'.

      * The message being built: its text lines, and the
      * items it carries for the register.
       01 WS-ML-TABLE.
           05 WS-ML-LIGNE OCCURS 60 TIMES PIC X(65).
       77 WS-ML-COUNT        PIC 99 VALUE ZEROS.
       77 WS-ML-IDX          PIC 99.
       01 WS-MI-TABLE.
           05 WS-MI-ENTRY OCCURS 50 TIMES.
               10 WS-MI-TYPE        PIC X(1).
               10 WS-MI-REFERENCE   PIC X(30).
       77 WS-MI-COUNT        PIC 99 VALUE ZEROS.
       77 WS-MI-IDX          PIC 99.

      * Everything the batch carries, kept until MAILOUT is
      * closed: the register keys of its items and the log
      * line of each message.
       01 WS-EN-TABLE.
           05 WS-EN-CLE OCCURS 2000 TIMES PIC X(39).
       77 WS-EN-COUNT        PIC 9(4) VALUE ZEROS.
       77 WS-EN-IDX          PIC 9(4).
       01 WS-JL-TABLE.
           05 WS-JL-LIGNE OCCURS 500 TIMES PIC X(66).
       77 WS-JL-COUNT        PIC 9(4) VALUE ZEROS.
       77 WS-JL-IDX          PIC 9(4).

       77 WS-M-REJETS        PIC 9(4) VALUE ZEROS.
       77 WS-M-DEPASSEMENTS  PIC 9(4) VALUE ZEROS.
       77 WS-M-ATTENTES      PIC 9(4) VALUE ZEROS.
       77 WS-M-ESCALADES     PIC 9(4) VALUE ZEROS.
       77 WS-M-ALERTE        PIC 9(8) VALUE ZEROS.

       77 WS-NB-MESSAGES     PIC 9(6) VALUE ZEROS.
       77 WS-NB-LIGNES       PIC 9(8) VALUE ZEROS.
       77 WS-NB-POINTS       PIC 9(6) VALUE ZEROS.
       77 WS-NB-REPORTES     PIC 9(6) VALUE ZEROS.
       77 WS-NB-ESCALADES    PIC 9(6) VALUE ZEROS.
       77 WS-NB-DEST-REPORTES PIC 9(6) VALUE ZEROS.
       77 WS-NB-MARQUES      PIC 9(6) VALUE ZEROS.

      * Category envelopes, with the month's pertes for
      * everyone and for the recipient.
       01 WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 50 TIMES.
               10 WS-CT-CODE        PIC X(4).
               10 WS-CT-BUDGET      PIC 9(7).
               10 WS-CT-PERTES      PIC 9(9)V99.
               10 WS-CT-PART        PIC 9(9)V99.
       77 WS-CT-COUNT        PIC 99 VALUE ZEROS.
       77 WS-CT-IDX          PIC 99.

       77 WS-ED-TOTAL        PIC ZZ,ZZZ,ZZ9.99.
       77 WS-ED-PART         PIC ZZ,ZZZ,ZZ9.99.
       77 WS-ED-BUDGET       PIC Z,ZZZ,ZZ9.
       77 WS-ED-MONTANT      PIC Z,ZZZ,ZZ9.99.
       77 WS-ED-AGE          PIC ZZZ9.
       77 WS-ED-NB           PIC ZZZ9.
       77 WS-ED-DELAI        PIC ZZ9.
       77 WS-ED-POINTS       PIC Z9.
       77 WS-SENS            PIC X.

       01 WS-MAIL-ENTETE.
           05 FILLER             PIC X(1)  VALUE '1'.
           05 WS-H-DATE          PIC 9(8).
           05 WS-H-LOT           PIC 9(14).
           05 FILLER             PIC X(57) VALUE SPACES.

       01 WS-MAIL-MESSAGE.
           05 FILLER             PIC X(1)  VALUE '2'.
           05 WS-M-DESTINATAIRE  PIC X(8).
           05 WS-M-NUMERO        PIC 9(6).
           05 WS-M-NB-LIGNES     PIC 9(4).
           05 WS-M-OBJET         PIC X(60).
           05 FILLER             PIC X(1)  VALUE SPACES.

       01 WS-MAIL-TEXTE.
           05 FILLER             PIC X(1)  VALUE '3'.
           05 WS-X-DESTINATAIRE  PIC X(8).
           05 WS-X-NUMERO        PIC 9(6).
           05 WS-X-TEXTE         PIC X(65).

       01 WS-MAIL-FIN.
           05 FILLER             PIC X(1)  VALUE '9'.
           05 WS-F-MESSAGES      PIC 9(6).
           05 WS-F-LIGNES        PIC 9(8).
           05 FILLER             PIC X(65) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 WS-D-DESTINATAIRE  PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-NUMERO        PIC ZZZZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-D-REJETS        PIC ZZZ9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-D-DEPASSEMENTS  PIC ZZZ9.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 WS-D-ATTENTES      PIC ZZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-D-ESCALADES     PIC ZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-ALERTE        PIC X(8).

       PROCEDURE DIVISION.
       para-principale.
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
           ACCEPT WS-ADMIN-ESCALADE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HEURE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOT.
           COMPUTE WS-TODAY-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE D'OUVRIR OPERATOR, STATUT="
                   WS-OPER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM para-verifier-escalade.

           OPEN I-O NOTE-FILE.
           IF WS-NOTE-STATUS = "35"
               OPEN OUTPUT NOTE-FILE
               CLOSE NOTE-FILE
               OPEN I-O NOTE-FILE
           END-IF.
           IF WS-NOTE-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE D'OUVRIR BUDGNOTE, STATUT="
                   WS-NOTE-STATUS
               CLOSE OPERATOR-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND NLOG-FILE.
           IF WS-NLOG-STATUS = "05" OR WS-NLOG-STATUS = "35"
               OPEN OUTPUT NLOG-FILE
           END-IF.
           IF WS-NLOG-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE D'OUVRIR BUDGNLOG, STATUT="
                   WS-NLOG-STATUS
               CLOSE OPERATOR-FILE NOTE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT MAIL-SORTIE.
           IF WS-MAIL-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE D'OUVRIR MAILOUT, STATUT="
                   WS-MAIL-STATUS
               CLOSE OPERATOR-FILE NOTE-FILE NLOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM para-lire-periode.
           PERFORM para-lire-alerte.
           PERFORM para-controler-sources.
           PERFORM para-charger-categories.
           PERFORM para-cumuler-enveloppes.

           MOVE WS-TODAY TO WS-H-DATE.
           MOVE WS-LOT TO WS-H-LOT.
           MOVE WS-MAIL-ENTETE TO MAIL-LIGNE.
           PERFORM para-ecrire-mail.

           DISPLAY "AVIS D'EXCEPTION - LOT " WS-LOT.
           DISPLAY "DEST.    MESSAGE REJETS DEPASS."
               " ATTENTES ESCAL.  ALERTE".

           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO OPER-ID.
           START OPERATOR-FILE KEY NOT < OPER-ID
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
               READ OPERATOR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF OPER-ACTIF = 'A'
                           PERFORM para-traiter-destinataire
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-NB-MESSAGES TO WS-F-MESSAGES.
           MOVE WS-NB-LIGNES TO WS-F-LIGNES.
           MOVE WS-MAIL-FIN TO MAIL-LIGNE.
           PERFORM para-ecrire-mail.

           CLOSE MAIL-SORTIE.
           IF WS-MAIL-STATUS NOT = "00" AND WS-ERREUR = 'N'
               MOVE 'Y' TO WS-ERREUR
               MOVE WS-MAIL-STATUS TO WS-MAIL-ECHEC
           END-IF.
           CLOSE OPERATOR-FILE.
           IF WS-LEDGER-LISIBLE = 'Y'
               CLOSE BUDGET-LEDGER
           END-IF.

           IF WS-ERREUR = 'Y'
               DISPLAY "MAILOUT INCOMPLET, STATUT=" WS-MAIL-ECHEC
                   " - LOT " WS-LOT " A NE PAS TRANSMETTRE."
               DISPLAY "AUCUN POINT MARQUE ENVOYE : TOUT REPART AU "
                   "PROCHAIN PASSAGE."
               CLOSE NLOG-FILE NOTE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * Only a complete MAILOUT marks its items sent.
           PERFORM para-marquer-envoyes.
           PERFORM para-journaliser-envois.
           CLOSE NLOG-FILE.
           CLOSE NOTE-FILE.

           DISPLAY " ".
           DISPLAY "MESSAGES EMIS           : " WS-NB-MESSAGES.
           DISPLAY "POINTS SIGNALES         : " WS-NB-POINTS.
           DISPLAY "  DONT ESCALADES        : " WS-NB-ESCALADES.
           DISPLAY "POINTS REPORTES (PLEIN) : " WS-NB-REPORTES.
           IF WS-NB-DEST-REPORTES > ZERO
               DISPLAY "DESTINATAIRES REPORTES  : " WS-NB-DEST-REPORTES
           END-IF.
           IF WS-NB-ESCALADES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-SOURCE-MANQUE = 'Y'
               DISPLAY "ATTENTION : SOURCE ILLISIBLE - AVIS INCOMPLETS."
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-ERREUR = 'Y'
               DISPLAY "REGISTRE OU JOURNAL NON MIS A JOUR - LOT "
                   WS-LOT " A TRANSMETTRE,"
               DISPLAY "POINTS NON MARQUES RENVOYES AU PROCHAIN "
                   "PASSAGE."
               MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.

       para-ecrire-mail.
           WRITE MAIL-LIGNE.
           IF WS-MAIL-STATUS NOT = "00" AND WS-ERREUR = 'N'
               MOVE 'Y' TO WS-ERREUR
               MOVE WS-MAIL-STATUS TO WS-MAIL-ECHEC
           END-IF.

      * A key already on the register (status 22) was sent
      * before and stays as it is; any other status stops
      * the marking, and what is left unmarked goes again.
       para-marquer-envoyes.
           MOVE ZEROS TO WS-NB-MARQUES.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT OR WS-ERREUR = 'Y'
               MOVE WS-EN-CLE(WS-EN-IDX) TO NOTE-CLE
               MOVE WS-TODAY TO NOTE-DATE-ENVOI
               MOVE WS-LOT TO NOTE-LOT
               WRITE NOTE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               EVALUATE WS-NOTE-STATUS
                   WHEN "00"
                       ADD 1 TO WS-NB-MARQUES
                   WHEN "22"
                       DISPLAY "REGISTRE : DOUBLON " NOTE-CLE
                   WHEN OTHER
                       DISPLAY "ECRITURE BUDGNOTE IMPOSSIBLE, STATUT="
                           WS-NOTE-STATUS " - " NOTE-CLE
                       MOVE 'Y' TO WS-ERREUR
               END-EVALUATE
           END-PERFORM.
           DISPLAY "POINTS MARQUES ENVOYES  : " WS-NB-MARQUES.

       para-journaliser-envois.
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                   UNTIL WS-JL-IDX > WS-JL-COUNT
               MOVE WS-JL-LIGNE(WS-JL-IDX) TO NLOG-RECORD
               WRITE NLOG-RECORD
               IF WS-NLOG-STATUS NOT = "00"
                   DISPLAY "ECRITURE BUDGNLOG IMPOSSIBLE, STATUT="
                       WS-NLOG-STATUS
                   MOVE 'Y' TO WS-ERREUR
               END-IF
           END-PERFORM.

      * A named administrator must be an active operator;
      * otherwise escalations go to the administration
      * profile holders, and the night is flagged.
       para-verifier-escalade.
           IF WS-ADMIN-ESCALADE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ADMIN-ESCALADE TO OPER-ID.
           READ OPERATOR-FILE
               INVALID KEY MOVE 'I' TO OPER-ACTIF
           END-READ.
           IF OPER-ACTIF NOT = 'A'
               DISPLAY "ADMINISTRATEUR D'ESCALADE INCONNU OU INACTIF : "
                   WS-ADMIN-ESCALADE
               DISPLAY "  ESCALADES VERS LES PROFILS ADMINISTRATEUR."
               MOVE SPACES TO WS-ADMIN-ESCALADE
               MOVE 'Y' TO WS-SOURCE-MANQUE
           END-IF.

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

      * Tonight's forecast record, the last one written if
      * the step ran twice.
       para-lire-alerte.
           MOVE ZEROS TO WS-ALERTE.
           MOVE 'N' TO WS-FIN-SOURCE.
           OPEN INPUT NUIT-STATS.
           IF WS-NUIT-STATUS = "00"
               PERFORM UNTIL WS-FIN-SOURCE = 'Y'
                   READ NUIT-STATS
                       AT END MOVE 'Y' TO WS-FIN-SOURCE
                       NOT AT END
                           IF NUIT-DATE = WS-TODAY
                               AND NUIT-PROGRAMME = 'CALCBPRE'
                               MOVE NUIT-C1 TO WS-ALERTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NUIT-STATS
           END-IF.

      * The reject file and the pending queue are rescanned
      * for each recipient; a missing queue is an empty
      * one.
       para-controler-sources.
           OPEN INPUT GAINS-PERTES-REJ.
           IF WS-GPREJ-STATUS = "00"
               MOVE 'Y' TO WS-GPREJ-LISIBLE
               CLOSE GAINS-PERTES-REJ
           ELSE
               DISPLAY "REJETS ILLISIBLES, STATUT=" WS-GPREJ-STATUS
               MOVE 'Y' TO WS-SOURCE-MANQUE
           END-IF.
           OPEN INPUT ATTENTE-FILE.
           IF WS-ATT-STATUS = "00"
               MOVE 'Y' TO WS-ATT-LISIBLE
               CLOSE ATTENTE-FILE
           ELSE
               IF WS-ATT-STATUS NOT = "35"
                   DISPLAY "FILE D'ATTENTE ILLISIBLE, STATUT="
                       WS-ATT-STATUS
                   MOVE 'Y' TO WS-SOURCE-MANQUE
               END-IF
           END-IF.
           OPEN INPUT BUDGET-LEDGER.
           IF WS-LEDGER-STATUS = "00"
               MOVE 'Y' TO WS-LEDGER-LISIBLE
           ELSE
               DISPLAY "LEDGER ILLISIBLE, STATUT=" WS-LEDGER-STATUS
               MOVE 'Y' TO WS-SOURCE-MANQUE
           END-IF.

       para-charger-categories.
           MOVE ZEROS TO WS-CT-COUNT.
           MOVE 'N' TO WS-FIN-SOURCE.
           OPEN INPUT CATEG-FILE.
           IF WS-CATG-STATUS = "00"
               PERFORM UNTIL WS-FIN-SOURCE = 'Y'
                   READ CATEG-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-FIN-SOURCE
                       NOT AT END
                           IF WS-CT-COUNT < 50
                               ADD 1 TO WS-CT-COUNT
                               MOVE CATG-CODE
                                   TO WS-CT-CODE(WS-CT-COUNT)
                               MOVE CATG-BUDGET-MOIS
                                   TO WS-CT-BUDGET(WS-CT-COUNT)
                               MOVE ZEROS
                                   TO WS-CT-PERTES(WS-CT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATEG-FILE
           ELSE
               DISPLAY "CATEGORIES ILLISIBLES, STATUT=" WS-CATG-STATUS
               MOVE 'Y' TO WS-SOURCE-MANQUE
           END-IF.

      * The month's pertes by category, read once: the
      * envelope test is Calcul_Budget_Variance's.
       para-cumuler-enveloppes.
           IF WS-LEDGER-LISIBLE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIN-SOURCE.
           PERFORM UNTIL WS-FIN-SOURCE = 'Y'
               READ BUDGET-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-FIN-SOURCE
                   NOT AT END
                       PERFORM para-trouver-categorie
                       IF WS-CT-IDX NOT > WS-CT-COUNT
                           ADD LEDGER-PERTES TO WS-CT-PERTES(WS-CT-IDX)
                       END-IF
               END-READ
           END-PERFORM.

       para-trouver-categorie.
           MOVE 1 TO WS-CT-IDX.
           PERFORM UNTIL WS-CT-IDX > WS-CT-COUNT
                       OR WS-CT-CODE(WS-CT-IDX) = LEDGER-CATEGORIE
               ADD 1 TO WS-CT-IDX
           END-PERFORM.

      * A batch with no room left for another message or
      * item leaves the recipient for the next night.
       para-traiter-destinataire.
           MOVE OPER-ID TO WS-DESTINATAIRE.
           IF WS-JL-COUNT = 500 OR WS-EN-COUNT = 2000
               ADD 1 TO WS-NB-DEST-REPORTES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ML-TABLE WS-MI-TABLE WS-SECTION.
           MOVE ZEROS TO WS-ML-COUNT WS-MI-COUNT.
           MOVE ZEROS TO WS-M-REJETS WS-M-DEPASSEMENTS
               WS-M-ATTENTES WS-M-ESCALADES WS-M-ALERTE.
           MOVE 'N' TO WS-MESSAGE-PLEIN.

           PERFORM para-signaler-rejets.
           PERFORM para-signaler-depassements.
           IF OPER-ADMIN = 'O'
               PERFORM para-signaler-attente
           END-IF.
           PERFORM para-est-escalade.
           IF WS-EST-ESCALADE = 'Y'
               PERFORM para-signaler-escalades
               PERFORM para-signaler-prevision
           END-IF.

           PERFORM para-emettre-message.

       para-est-escalade.
           MOVE 'N' TO WS-EST-ESCALADE.
           IF WS-ADMIN-ESCALADE NOT = SPACES
               IF WS-DESTINATAIRE = WS-ADMIN-ESCALADE
                   MOVE 'Y' TO WS-EST-ESCALADE
               END-IF
           ELSE
               CALL 'Verifier_Profil' USING WS-DESTINATAIRE
                   WS-FONCTION-ADMIN WS-AUTORISE
               IF WS-AUTORISE = 'Y'
                   MOVE 'Y' TO WS-EST-ESCALADE
               END-IF
           END-IF.

      * Tonight's rejects keyed under the recipient's id,
      * known by their rank in the reject file.
       para-signaler-rejets.
           IF WS-GPREJ-LISIBLE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-REJ-RANG.
           MOVE 'N' TO WS-FIN-SOURCE.
           OPEN INPUT GAINS-PERTES-REJ.
           PERFORM UNTIL WS-FIN-SOURCE = 'Y'
               READ GAINS-PERTES-REJ
                   AT END MOVE 'Y' TO WS-FIN-SOURCE
                   NOT AT END
                       ADD 1 TO WS-REJ-RANG
                       IF GPREJ-OPERATEUR = WS-DESTINATAIRE
                           PERFORM para-proposer-rejet
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GAINS-PERTES-REJ.

       para-proposer-rejet.
           MOVE 'R' TO WS-P-TYPE.
           MOVE SPACES TO WS-P-REFERENCE WS-P-TEXTE.
           STRING WS-TODAY WS-REJ-RANG
               DELIMITED BY SIZE INTO WS-P-REFERENCE.
           STRING GPREJ-DATE ' ' GPREJ-CATEGORIE
               ' G ' GPREJ-GAINS ' P ' GPREJ-PERTES
               ' ' GPREJ-MOTIF
               DELIMITED BY SIZE INTO WS-P-TEXTE.
           PERFORM para-proposer-point.
           IF WS-P-RETENU = 'Y'
               ADD 1 TO WS-M-REJETS
           END-IF.

      * Only the envelopes overrun that the recipient spent
      * in this month, once per period and category.
       para-signaler-depassements.
           IF WS-LEDGER-LISIBLE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE ZEROS TO WS-CT-PART(WS-CT-IDX)
           END-PERFORM.

           MOVE 'N' TO WS-FIN-SOURCE.
           MOVE WS-DESTINATAIRE TO LEDGER-OPERATEUR.
           START BUDGET-LEDGER KEY = LEDGER-OPERATEUR
               INVALID KEY MOVE 'Y' TO WS-FIN-SOURCE
           END-START.
           PERFORM UNTIL WS-FIN-SOURCE = 'Y'
               READ BUDGET-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-FIN-SOURCE
                   NOT AT END
                       IF LEDGER-OPERATEUR NOT = WS-DESTINATAIRE
                           MOVE 'Y' TO WS-FIN-SOURCE
                       ELSE
                           PERFORM para-trouver-categorie
                           IF WS-CT-IDX NOT > WS-CT-COUNT
                               ADD LEDGER-PERTES
                                   TO WS-CT-PART(WS-CT-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-PERTES(WS-CT-IDX) > WS-CT-BUDGET(WS-CT-IDX)
                   AND WS-CT-PART(WS-CT-IDX) > ZERO
                   PERFORM para-proposer-depassement
               END-IF
           END-PERFORM.

       para-proposer-depassement.
           MOVE 'D' TO WS-P-TYPE.
           MOVE SPACES TO WS-P-REFERENCE WS-P-TEXTE.
           STRING WS-PERIODE WS-CT-CODE(WS-CT-IDX)
               DELIMITED BY SIZE INTO WS-P-REFERENCE.
           MOVE WS-CT-PERTES(WS-CT-IDX) TO WS-ED-TOTAL.
           MOVE WS-CT-BUDGET(WS-CT-IDX) TO WS-ED-BUDGET.
           MOVE WS-CT-PART(WS-CT-IDX)   TO WS-ED-PART.
           STRING WS-CT-CODE(WS-CT-IDX) ' TOTAL ' WS-ED-TOTAL
               ' BUDGET ' WS-ED-BUDGET ' VOUS ' WS-ED-PART
               DELIMITED BY SIZE INTO WS-P-TEXTE.
           PERFORM para-proposer-point.
           IF WS-P-RETENU = 'Y'
               ADD 1 TO WS-M-DEPASSEMENTS
           END-IF.

      * The approver's queue: every pending entry but their
      * own, each announced once, then the size of the
      * queue and the age of its oldest entry.
       para-signaler-attente.
           IF WS-ATT-LISIBLE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-NB-FILE WS-AGE-MAX.
           MOVE 'N' TO WS-FIN-SOURCE.
           OPEN INPUT ATTENTE-FILE.
           PERFORM UNTIL WS-FIN-SOURCE = 'Y'
               READ ATTENTE-FILE
                   AT END MOVE 'Y' TO WS-FIN-SOURCE
                   NOT AT END
                       IF ATT-STATUT = 'A'
                           AND ATT-OPERATEUR NOT = WS-DESTINATAIRE
                           PERFORM para-proposer-attente
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTENTE-FILE.

           IF WS-M-ATTENTES > ZERO
               MOVE WS-NB-FILE TO WS-ED-NB
               MOVE WS-AGE-MAX TO WS-ED-AGE
               ADD 1 TO WS-ML-COUNT
               STRING 'FILE D''ATTENTE : ' WS-ED-NB
                   ' ECRITURE(S), LA PLUS ANCIENNE : ' WS-ED-AGE
                   ' J'
                   DELIMITED BY SIZE INTO WS-ML-LIGNE(WS-ML-COUNT)
           END-IF.

       para-proposer-attente.
           PERFORM para-preparer-attente.
           ADD 1 TO WS-NB-FILE.
           IF WS-AGE > WS-AGE-MAX
               MOVE WS-AGE TO WS-AGE-MAX
           END-IF.
           MOVE 'A' TO WS-P-TYPE.
           PERFORM para-proposer-point.
           IF WS-P-RETENU = 'Y'
               ADD 1 TO WS-M-ATTENTES
           END-IF.

      * Reference, age and text of the pending entry read.
       para-preparer-attente.
           MOVE ZEROS TO WS-AGE.
           IF ATT-DATE NUMERIC AND ATT-DATE > ZERO
               COMPUTE WS-AGE = WS-TODAY-ENTIER
                   - FUNCTION INTEGER-OF-DATE(ATT-DATE)
           END-IF.
           MOVE SPACES TO WS-P-REFERENCE WS-P-TEXTE.
           STRING ATT-DATE ATT-TIME ATT-OPERATEUR
               DELIMITED BY SIZE INTO WS-P-REFERENCE.
           IF ATT-PERTES > ZERO
               MOVE 'P' TO WS-SENS
               MOVE ATT-PERTES TO WS-ED-MONTANT
           ELSE
               MOVE 'G' TO WS-SENS
               MOVE ATT-GAINS TO WS-ED-MONTANT
           END-IF.
           MOVE WS-AGE TO WS-ED-AGE.
           STRING ATT-DATE ' ' ATT-OPERATEUR ' ' ATT-CATEGORIE
               ' ' WS-SENS ' ' WS-ED-MONTANT ' ' WS-ED-AGE ' J'
               DELIMITED BY SIZE INTO WS-P-TEXTE.

      * Entries waiting past the delay, whoever keyed them.
       para-signaler-escalades.
           IF WS-ATT-LISIBLE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FIN-SOURCE.
           OPEN INPUT ATTENTE-FILE.
           PERFORM UNTIL WS-FIN-SOURCE = 'Y'
               READ ATTENTE-FILE
                   AT END MOVE 'Y' TO WS-FIN-SOURCE
                   NOT AT END
                       IF ATT-STATUT = 'A'
                           PERFORM para-proposer-escalade
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTENTE-FILE.

       para-proposer-escalade.
           PERFORM para-preparer-attente.
           IF WS-AGE NOT > WS-DELAI
               EXIT PARAGRAPH
           END-IF.
           MOVE 'E' TO WS-P-TYPE.
           PERFORM para-proposer-point.
           IF WS-P-RETENU = 'Y'
               ADD 1 TO WS-M-ESCALADES
               ADD 1 TO WS-NB-ESCALADES
           END-IF.

      * The first breach forecast of the period, once.
       para-signaler-prevision.
           IF WS-ALERTE = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE 'P' TO WS-P-TYPE.
           MOVE SPACES TO WS-P-REFERENCE WS-P-TEXTE.
           STRING WS-PERIODE DELIMITED BY SIZE INTO WS-P-REFERENCE.
           STRING 'LE SOLDE PROJETE FRANCHIT LE SEUIL D''ALERTE LE '
               WS-ALERTE '.'
               DELIMITED BY SIZE INTO WS-P-TEXTE.
           PERFORM para-proposer-point.
           IF WS-P-RETENU = 'Y'
               MOVE WS-ALERTE TO WS-M-ALERTE
           END-IF.

      * An item already on the register for this recipient
      * is left out; a new one opens its section heading
      * when it is the first of its kind. A full message
      * leaves the item for the next night.
       para-proposer-point.
           MOVE 'N' TO WS-P-RETENU.
           MOVE WS-DESTINATAIRE TO NOTE-DESTINATAIRE.
           MOVE WS-P-TYPE TO NOTE-TYPE.
           MOVE WS-P-REFERENCE TO NOTE-REFERENCE.
           READ NOTE-FILE
               INVALID KEY MOVE 'Y' TO WS-P-RETENU
           END-READ.
           IF WS-P-RETENU NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-MI-COUNT = 50 OR WS-EN-COUNT + WS-MI-COUNT = 2000
               MOVE 'N' TO WS-P-RETENU
               MOVE 'Y' TO WS-MESSAGE-PLEIN
               ADD 1 TO WS-NB-REPORTES
               EXIT PARAGRAPH
           END-IF.

           IF WS-P-TYPE NOT = WS-SECTION
               MOVE WS-P-TYPE TO WS-SECTION
               PERFORM para-ouvrir-section
           END-IF.
           ADD 1 TO WS-MI-COUNT.
           MOVE WS-P-TYPE      TO WS-MI-TYPE(WS-MI-COUNT).
           MOVE WS-P-REFERENCE TO WS-MI-REFERENCE(WS-MI-COUNT).
           ADD 1 TO WS-ML-COUNT.
           MOVE WS-P-TEXTE TO WS-ML-LIGNE(WS-ML-COUNT).

       para-ouvrir-section.
           ADD 1 TO WS-ML-COUNT.
           EVALUATE WS-SECTION
               WHEN 'R'
                   MOVE 'BORDEREAUX REJETES CETTE NUIT :'
                       TO WS-ML-LIGNE(WS-ML-COUNT)
               WHEN 'D'
                   MOVE 'ENVELOPPES DEPASSEES CE MOIS (PERTES) :'
                       TO WS-ML-LIGNE(WS-ML-COUNT)
               WHEN 'A'
                   MOVE 'ECRITURES EN ATTENTE DE VOTRE APPROBATION :'
                       TO WS-ML-LIGNE(WS-ML-COUNT)
               WHEN 'E'
                   MOVE WS-DELAI TO WS-ED-DELAI
                   STRING 'ESCALADE - EN ATTENTE DEPUIS PLUS DE '
                       WS-ED-DELAI ' JOURS :'
                       DELIMITED BY SIZE INTO WS-ML-LIGNE(WS-ML-COUNT)
               WHEN OTHER
                   MOVE 'PREVISION DE TRESORERIE :'
                       TO WS-ML-LIGNE(WS-ML-COUNT)
           END-EVALUATE.

      * The message goes to MAILOUT; its items and its log
      * line wait in the batch tables for the close.
       para-emettre-message.
           IF WS-MI-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-MESSAGE-PLEIN = 'Y'
               ADD 1 TO WS-ML-COUNT
               MOVE 'D''AUTRES POINTS SUIVRONT DANS LE PROCHAIN AVIS.'
                   TO WS-ML-LIGNE(WS-ML-COUNT)
           END-IF.
           ADD 1 TO WS-NB-MESSAGES.
           ADD WS-MI-COUNT TO WS-NB-POINTS.

           MOVE WS-DESTINATAIRE TO WS-M-DESTINATAIRE.
           MOVE WS-NB-MESSAGES TO WS-M-NUMERO.
           MOVE WS-ML-COUNT TO WS-M-NB-LIGNES.
           MOVE WS-MI-COUNT TO WS-ED-POINTS.
           MOVE SPACES TO WS-M-OBJET.
           STRING 'AVIS BUDGET DU ' WS-TODAY ' - ' WS-ED-POINTS
               ' POINT(S) A VOIR'
               DELIMITED BY SIZE INTO WS-M-OBJET.
           MOVE WS-MAIL-MESSAGE TO MAIL-LIGNE.
           PERFORM para-ecrire-mail.
           ADD 1 TO WS-NB-LIGNES.

           MOVE WS-DESTINATAIRE TO WS-X-DESTINATAIRE.
           MOVE WS-NB-MESSAGES TO WS-X-NUMERO.
           PERFORM VARYING WS-ML-IDX FROM 1 BY 1
                       UNTIL WS-ML-IDX > WS-ML-COUNT
               MOVE WS-ML-LIGNE(WS-ML-IDX) TO WS-X-TEXTE
               MOVE WS-MAIL-TEXTE TO MAIL-LIGNE
               PERFORM para-ecrire-mail
               ADD 1 TO WS-NB-LIGNES
           END-PERFORM.

           PERFORM VARYING WS-MI-IDX FROM 1 BY 1
                       UNTIL WS-MI-IDX > WS-MI-COUNT
               MOVE WS-DESTINATAIRE TO NOTE-DESTINATAIRE
               MOVE WS-MI-TYPE(WS-MI-IDX) TO NOTE-TYPE
               MOVE WS-MI-REFERENCE(WS-MI-IDX) TO NOTE-REFERENCE
               ADD 1 TO WS-EN-COUNT
               MOVE NOTE-CLE TO WS-EN-CLE(WS-EN-COUNT)
           END-PERFORM.

           MOVE WS-TODAY          TO NLOG-DATE.
           MOVE WS-HEURE          TO NLOG-HEURE.
           MOVE WS-LOT            TO NLOG-LOT.
           MOVE WS-NB-MESSAGES    TO NLOG-MESSAGE.
           MOVE WS-DESTINATAIRE   TO NLOG-DESTINATAIRE.
           MOVE WS-M-REJETS       TO NLOG-NB-REJETS.
           MOVE WS-M-DEPASSEMENTS TO NLOG-NB-DEPASSEMENTS.
           MOVE WS-M-ATTENTES     TO NLOG-NB-ATTENTES.
           MOVE WS-M-ESCALADES    TO NLOG-NB-ESCALADES.
           MOVE WS-M-ALERTE       TO NLOG-ALERTE.
           ADD 1 TO WS-JL-COUNT.
           MOVE NLOG-RECORD TO WS-JL-LIGNE(WS-JL-COUNT).

           MOVE WS-DESTINATAIRE   TO WS-D-DESTINATAIRE.
           MOVE WS-NB-MESSAGES    TO WS-D-NUMERO.
           MOVE WS-M-REJETS       TO WS-D-REJETS.
           MOVE WS-M-DEPASSEMENTS TO WS-D-DEPASSEMENTS.
           MOVE WS-M-ATTENTES     TO WS-D-ATTENTES.
           MOVE WS-M-ESCALADES    TO WS-D-ESCALADES.
           IF WS-M-ALERTE = ZEROS
               MOVE SPACES TO WS-D-ALERTE
           ELSE
               MOVE WS-M-ALERTE TO WS-D-ALERTE
           END-IF.
           DISPLAY WS-DETAIL-LINE.
