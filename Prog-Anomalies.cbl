       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcul_Budget_Anomalies.

      *****************************************************
      * Nightly suspicious-posting report, run in
      * jcl/BUDGBAT.jcl after the lot. It looks at the
      * postings added since the previous night (every
      * sequence above ANOM-DERNIERE-SEQ) and flags four
      * kinds of anomaly, one line per posting and kind,
      * each line carrying the posting sequence that
      * Consultation_Ledger and Correction_Budget ask for:
      *
      *  - FRACTION : several postings by the same operator,
      *    the same day and in the same category which
      *    together exceed PARM-SEUIL-APPROB or PARM-LIMITE-
      *    JOUR although none of them does on its own (the
      *    two 4,900 pertes under a 5,000 threshold). The
      *    day's earlier postings count in the total; the
      *    lines of one split receipt count as one piece,
      *    as in Calcul_Budget_Doublons;
      *  - ECART    : a perte more than the factor keyed on
      *    SYSIN (blank = 10) times the operator's own
      *    average in that category over the last twelve
      *    months, ledger and year archive, once at least
      *    five postings make up that history;
      *  - JOUR     : a keyed posting dated on a weekend or
      *    a BUDGCAL.DAT closure (Verifier_JourOuvre); the
      *    standing orders, spreads and allocations the
      *    system posts itself are left out;
      *  - ROND     : an amount in whole hundreds of euros
      *    in one of the sensitive categories listed on
      *    SYSIN.
      *
      * Contra entries (LEDGER-REF-SEQUENCE) are left out of
      * every check. The count goes on NUITSTAT for the
      * morning bulletin; RC 4 when anything is flagged,
      * RC 8 when the ledger cannot be read (the control
      * record is then left as it was, so the next run
      * looks at the same postings again).
      *
      * SYSIN: the outlier factor (2 digits), then one
      * sensitive category code per line, up to a blank
      * line or FIN.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LEDGSEL.
           COPY YEARSEL.
           COPY PARMSEL.
           COPY NUITSEL.
           COPY ANOMSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY LEDGFD.
           COPY YEARFD.
           COPY PARMFD.
           COPY NUITFD.
           COPY ANOMFD.

       WORKING-STORAGE SECTION.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-YEAR-STATUS    PIC XX.
       77 WS-PARM-STATUS    PIC XX.
       77 WS-NUIT-STATUS    PIC XX.
       77 WS-ANOM-STATUS    PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-ARCHIVE-OUVERTE PIC X VALUE 'N'.
       77 WS-TODAY          PIC 9(8).
       77 WS-DATE-HISTO     PIC 9(8).
       77 WS-ANCIENNE-SEQ   PIC 9(9) VALUE ZEROS.
       77 WS-DERNIERE-SEQ   PIC 9(9) VALUE ZEROS.
       77 WS-LIMITE-JOUR    PIC 9(5) VALUE 99999.
       77 WS-SEUIL-APPROB   PIC 9(5) VALUE 99999.
       77 WS-FACTEUR-SAISI  PIC X(2) VALUE SPACES.
       77 WS-FACTEUR        PIC 9(2) VALUE 10.
       77 WS-HISTO-MIN      PIC 9(2) VALUE 5.
       77 WS-UNITE-ROND     PIC 9(3) VALUE 100.
       77 WS-CATG-SAISIE    PIC X(4) VALUE SPACES.
       77 WS-FIN-SAISIE     PIC X VALUE 'N'.
       77 WS-JOUR-OUVRE     PIC X VALUE 'Y'.
       77 WS-NB-EXAMINEES   PIC 9(7) VALUE ZEROS.
       77 WS-NB-ANOMALIES   PIC 9(7) VALUE ZEROS.
       77 WS-NB-FRACTION    PIC 9(7) VALUE ZEROS.
       77 WS-NB-ECART       PIC 9(7) VALUE ZEROS.
       77 WS-NB-JOUR        PIC 9(7) VALUE ZEROS.
       77 WS-NB-ROND        PIC 9(7) VALUE ZEROS.
       77 WS-RESTE          PIC 9(7)V99 VALUE ZEROS.
       77 WS-QUOTIENT       PIC 9(7) VALUE ZEROS.
       77 WS-MOYENNE        PIC 9(7)V99 VALUE ZEROS.
       77 WS-PLAFOND        PIC 9(9)V99 VALUE ZEROS.
       77 WS-PIECE          PIC 9(9).
       77 WS-MOTIF          PIC X(40) VALUE SPACES.
       77 WS-INCOMPLET      PIC X VALUE 'N'.

      * Sensitive categories for the round-amount check.
       01 WS-SE-TABLE.
           05 WS-SE-CODE OCCURS 20 TIMES PIC X(4).
       77 WS-SE-COUNT        PIC 99 VALUE ZEROS.
       77 WS-SE-IDX          PIC 99.

      * The night's postings, in sequence order.
       01 WS-NV-TABLE.
           05 WS-NV-ENTRY OCCURS 2000 TIMES.
               10 WS-NV-SEQUENCE    PIC 9(9).
               10 WS-NV-DATE        PIC 9(8).
               10 WS-NV-OPERATEUR   PIC X(8).
               10 WS-NV-CATEGORIE   PIC X(4).
               10 WS-NV-PROGRAMME   PIC X(8).
               10 WS-NV-GAINS       PIC 9(7)V99.
               10 WS-NV-PERTES      PIC 9(7)V99.
               10 WS-NV-GROUPE      PIC 9(4).
               10 WS-NV-HISTO       PIC 9(4).
       77 WS-NV-COUNT        PIC 9(4) VALUE ZEROS.
       77 WS-NV-IDX          PIC 9(4).

      * Operator/day/category groups the night's postings
      * fall in, with the pieces (a posting, or all the
      * lines of one receipt) making them up.
       01 WS-GR-TABLE.
           05 WS-GR-ENTRY OCCURS 1000 TIMES.
               10 WS-GR-OPERATEUR   PIC X(8).
               10 WS-GR-DATE        PIC 9(8).
               10 WS-GR-CATEGORIE   PIC X(4).
               10 WS-GR-GAINS       PIC 9(9)V99.
               10 WS-GR-PERTES      PIC 9(9)V99.
               10 WS-GR-NB-PIECES   PIC 99.
               10 WS-GR-PIECE OCCURS 20 TIMES.
                   15 WS-GR-PC-ID       PIC 9(9).
                   15 WS-GR-PC-GAINS    PIC 9(9)V99.
                   15 WS-GR-PC-PERTES   PIC 9(9)V99.
       77 WS-GR-COUNT        PIC 9(4) VALUE ZEROS.
       77 WS-GR-IDX          PIC 9(4).
       77 WS-PC-IDX          PIC 99.
       77 WS-GR-MAX-GAINS    PIC 9(9)V99.
       77 WS-GR-MAX-PERTES   PIC 9(9)V99.

      * Operator/category history over twelve months.
       01 WS-HI-TABLE.
           05 WS-HI-ENTRY OCCURS 1000 TIMES.
               10 WS-HI-OPERATEUR   PIC X(8).
               10 WS-HI-CATEGORIE   PIC X(4).
               10 WS-HI-NOMBRE      PIC 9(7).
               10 WS-HI-PERTES      PIC 9(11)V99.
       77 WS-HI-COUNT        PIC 9(4) VALUE ZEROS.
       77 WS-HI-IDX          PIC 9(4).

      * Operators of the night, each read once through the
      * operator alternate key of the ledger and archive.
       01 WS-OP-TABLE.
           05 WS-OP-OPERATEUR OCCURS 500 TIMES PIC X(8).
       77 WS-OP-COUNT        PIC 9(3) VALUE ZEROS.
       77 WS-OP-IDX          PIC 9(3).

      * The posting being accumulated, from either file.
       01 WS-HISTO-POSTE.
           05 WS-H-SEQUENCE         PIC 9(9).
           05 WS-H-DATE             PIC 9(8).
           05 WS-H-CATEGORIE        PIC X(4).
           05 WS-H-GAINS            PIC 9(7)V99.
           05 WS-H-PERTES           PIC 9(7)V99.
           05 WS-H-DOCUMENT         PIC 9(9).
           05 WS-H-REF-SEQUENCE     PIC 9(9).
           05 WS-H-DU-LEDGER        PIC X.

       01 WS-ANOMALIE-LINE.
           05 WS-A-TYPE             PIC X(9).
           05 WS-A-SEQUENCE         PIC 9(9).
           05 FILLER                PIC X     VALUE SPACES.
           05 WS-A-DATE             PIC 9(8).
           05 FILLER                PIC X     VALUE SPACES.
           05 WS-A-OPERATEUR        PIC X(8).
           05 FILLER                PIC X     VALUE SPACES.
           05 WS-A-CATEGORIE        PIC X(4).
           05 FILLER                PIC X(3)  VALUE ' G '.
           05 WS-A-GAINS            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(3)  VALUE ' P '.
           05 WS-A-PERTES           PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 WS-A-MOTIF            PIC X(40).

       01 WS-MONTANT-EDIT           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-NOMBRE-EDIT            PIC Z9.

       PROCEDURE DIVISION.
       para-principale.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-DATE-HISTO = WS-TODAY - 10000.

           PERFORM para-lire-sysin.
           PERFORM para-lire-parametres.
           PERFORM para-lire-controle.

           OPEN INPUT BUDGET-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE D'OUVRIR LE LEDGER, STATUT="
                   WS-LEDGER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT YEAR-LEDGER.
           IF WS-YEAR-STATUS = "00"
               MOVE 'Y' TO WS-ARCHIVE-OUVERTE
           END-IF.

           DISPLAY "ECRITURES SUSPECTES - NUIT DU " WS-TODAY
               " - SEQUENCES APRES " WS-ANCIENNE-SEQ.
           DISPLAY "TYPE     SEQUENCE  DATE     OPER     CATG".

           PERFORM para-retenir-nuit.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT
               PERFORM para-parcourir-operateur
           END-PERFORM.
           PERFORM VARYING WS-NV-IDX FROM 1 BY 1
               UNTIL WS-NV-IDX > WS-NV-COUNT
               PERFORM para-controler-ecriture
           END-PERFORM.

           CLOSE BUDGET-LEDGER.
           IF WS-ARCHIVE-OUVERTE = 'Y'
               CLOSE YEAR-LEDGER
           END-IF.

           DISPLAY SPACES.
           DISPLAY "ECRITURES EXAMINEES : " WS-NB-EXAMINEES.
           DISPLAY "FRACTIONNEMENTS     : " WS-NB-FRACTION.
           DISPLAY "ECARTS A L'HISTOIRE : " WS-NB-ECART.
           DISPLAY "JOURS NON OUVRES    : " WS-NB-JOUR.
           DISPLAY "MONTANTS RONDS      : " WS-NB-ROND.
           DISPLAY "ANOMALIES           : " WS-NB-ANOMALIES.
           IF WS-INCOMPLET = 'Y'
               DISPLAY "PLUS DE 2000 ECRITURES - LA SUITE SERA "
                   "EXAMINEE A LA PROCHAINE EXECUTION."
           END-IF.

           PERFORM para-ecrire-controle.
           PERFORM para-ecrire-stats-nuit.

           IF WS-NB-ANOMALIES > ZERO OR WS-INCOMPLET = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       para-lire-sysin.
           ACCEPT WS-FACTEUR-SAISI.
           IF WS-FACTEUR-SAISI NUMERIC AND WS-FACTEUR-SAISI > "01"
               MOVE WS-FACTEUR-SAISI TO WS-FACTEUR
           END-IF.
           MOVE 'N' TO WS-FIN-SAISIE.
           PERFORM UNTIL WS-FIN-SAISIE = 'Y'
               MOVE SPACES TO WS-CATG-SAISIE
               ACCEPT WS-CATG-SAISIE
               IF WS-CATG-SAISIE = SPACES OR WS-CATG-SAISIE = 'FIN'
                   MOVE 'Y' TO WS-FIN-SAISIE
               ELSE
                   IF WS-SE-COUNT < 20
                       ADD 1 TO WS-SE-COUNT
                       MOVE WS-CATG-SAISIE TO WS-SE-CODE(WS-SE-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       para-lire-parametres.
           OPEN INPUT BUDGET-PARM.
           IF WS-PARM-STATUS = "00"
               READ BUDGET-PARM
                   NOT AT END
                       MOVE PARM-LIMITE-JOUR  TO WS-LIMITE-JOUR
                       IF PARM-SEUIL-APPROB NUMERIC
                           AND PARM-SEUIL-APPROB > ZERO
                           MOVE PARM-SEUIL-APPROB TO WS-SEUIL-APPROB
                       END-IF
               END-READ
               CLOSE BUDGET-PARM
           END-IF.

      * No control record yet: the whole ledger is examined
      * the first time.
       para-lire-controle.
           MOVE ZEROS TO WS-ANCIENNE-SEQ.
           OPEN INPUT ANOMCTL-FILE.
           IF WS-ANOM-STATUS = "00"
               READ ANOMCTL-FILE
                   NOT AT END
                       IF ANOM-DERNIERE-SEQ NUMERIC
                           MOVE ANOM-DERNIERE-SEQ TO WS-ANCIENNE-SEQ
                       END-IF
               END-READ
               CLOSE ANOMCTL-FILE
           END-IF.
           MOVE WS-ANCIENNE-SEQ TO WS-DERNIERE-SEQ.

       para-ecrire-controle.
           OPEN OUTPUT ANOMCTL-FILE.
           MOVE WS-TODAY TO ANOM-DATE-MAJ.
           MOVE WS-DERNIERE-SEQ TO ANOM-DERNIERE-SEQ.
           WRITE ANOMCTL-RECORD.
           CLOSE ANOMCTL-FILE.

       para-ecrire-stats-nuit.
           OPEN EXTEND NUIT-STATS.
           IF WS-NUIT-STATUS = "05" OR WS-NUIT-STATUS = "35"
               OPEN OUTPUT NUIT-STATS
           END-IF.
           MOVE WS-TODAY TO NUIT-DATE.
           MOVE 'CALCBANO' TO NUIT-PROGRAMME.
           MOVE WS-NB-ANOMALIES TO NUIT-C1.
           MOVE WS-NB-EXAMINEES TO NUIT-C2.
           MOVE ZEROS TO NUIT-C3 NUIT-C4.
           WRITE NUIT-RECORD.
           CLOSE NUIT-STATS.

      * First pass, by sequence: the night's postings, with
      * their group, history line and operator set up.
       para-retenir-nuit.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE WS-ANCIENNE-SEQ TO LEDGER-SEQUENCE.
           START BUDGET-LEDGER KEY > LEDGER-SEQUENCE
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
               READ BUDGET-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-NV-COUNT NOT < 2000
                           MOVE 'Y' TO WS-INCOMPLET
                           MOVE 'Y' TO WS-EOF-SWITCH
                       ELSE
                           MOVE LEDGER-SEQUENCE TO WS-DERNIERE-SEQ
                           IF LEDGER-REF-SEQUENCE = ZEROS
                               PERFORM para-retenir-ecriture
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-retenir-ecriture.
           ADD 1 TO WS-NB-EXAMINEES.
           ADD 1 TO WS-NV-COUNT.
           MOVE WS-NV-COUNT      TO WS-NV-IDX.
           MOVE LEDGER-SEQUENCE  TO WS-NV-SEQUENCE(WS-NV-IDX).
           MOVE LEDGER-DATE      TO WS-NV-DATE(WS-NV-IDX).
           MOVE LEDGER-OPERATEUR TO WS-NV-OPERATEUR(WS-NV-IDX).
           MOVE LEDGER-CATEGORIE TO WS-NV-CATEGORIE(WS-NV-IDX).
           MOVE LEDGER-PROGRAMME TO WS-NV-PROGRAMME(WS-NV-IDX).
           MOVE LEDGER-GAINS     TO WS-NV-GAINS(WS-NV-IDX).
           MOVE LEDGER-PERTES    TO WS-NV-PERTES(WS-NV-IDX).

           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
               UNTIL WS-GR-IDX > WS-GR-COUNT
               OR (WS-GR-OPERATEUR(WS-GR-IDX) = LEDGER-OPERATEUR
                   AND WS-GR-DATE(WS-GR-IDX) = LEDGER-DATE
                   AND WS-GR-CATEGORIE(WS-GR-IDX) = LEDGER-CATEGORIE)
               CONTINUE
           END-PERFORM.
           IF WS-GR-IDX > WS-GR-COUNT
               IF WS-GR-COUNT < 1000
                   ADD 1 TO WS-GR-COUNT
                   MOVE LEDGER-OPERATEUR
                       TO WS-GR-OPERATEUR(WS-GR-IDX)
                   MOVE LEDGER-DATE      TO WS-GR-DATE(WS-GR-IDX)
                   MOVE LEDGER-CATEGORIE
                       TO WS-GR-CATEGORIE(WS-GR-IDX)
                   MOVE ZEROS TO WS-GR-GAINS(WS-GR-IDX)
                                 WS-GR-PERTES(WS-GR-IDX)
                                 WS-GR-NB-PIECES(WS-GR-IDX)
               ELSE
                   MOVE ZEROS TO WS-GR-IDX
               END-IF
           END-IF.
           MOVE WS-GR-IDX TO WS-NV-GROUPE(WS-NV-IDX).

           PERFORM VARYING WS-HI-IDX FROM 1 BY 1
               UNTIL WS-HI-IDX > WS-HI-COUNT
               OR (WS-HI-OPERATEUR(WS-HI-IDX) = LEDGER-OPERATEUR
                   AND WS-HI-CATEGORIE(WS-HI-IDX) = LEDGER-CATEGORIE)
               CONTINUE
           END-PERFORM.
           IF WS-HI-IDX > WS-HI-COUNT
               IF WS-HI-COUNT < 1000
                   ADD 1 TO WS-HI-COUNT
                   MOVE LEDGER-OPERATEUR
                       TO WS-HI-OPERATEUR(WS-HI-IDX)
                   MOVE LEDGER-CATEGORIE
                       TO WS-HI-CATEGORIE(WS-HI-IDX)
                   MOVE ZEROS TO WS-HI-NOMBRE(WS-HI-IDX)
                                 WS-HI-PERTES(WS-HI-IDX)
               ELSE
                   MOVE ZEROS TO WS-HI-IDX
               END-IF
           END-IF.
           MOVE WS-HI-IDX TO WS-NV-HISTO(WS-NV-IDX).

           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OP-COUNT
               OR WS-OP-OPERATEUR(WS-OP-IDX) = LEDGER-OPERATEUR
               CONTINUE
           END-PERFORM.
           IF WS-OP-IDX > WS-OP-COUNT AND WS-OP-COUNT < 500
               ADD 1 TO WS-OP-COUNT
               MOVE LEDGER-OPERATEUR TO WS-OP-OPERATEUR(WS-OP-COUNT)
           END-IF.

      * Second pass, one operator at a time through the
      * operator alternate keys: the ledger fills the day
      * groups (the night's postings and the day's earlier
      * ones) and, with the archive, the twelve-month
      * history - which takes only what was there before
      * tonight, so a posting is not measured against
      * itself.
       para-parcourir-operateur.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE WS-OP-OPERATEUR(WS-OP-IDX) TO LEDGER-OPERATEUR.
           START BUDGET-LEDGER KEY = LEDGER-OPERATEUR
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
               READ BUDGET-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF LEDGER-OPERATEUR
                           NOT = WS-OP-OPERATEUR(WS-OP-IDX)
                           MOVE 'Y' TO WS-EOF-SWITCH
                       ELSE
                           MOVE LEDGER-SEQUENCE   TO WS-H-SEQUENCE
                           MOVE LEDGER-DATE       TO WS-H-DATE
                           MOVE LEDGER-CATEGORIE  TO WS-H-CATEGORIE
                           MOVE LEDGER-GAINS      TO WS-H-GAINS
                           MOVE LEDGER-PERTES     TO WS-H-PERTES
                           MOVE LEDGER-DOCUMENT   TO WS-H-DOCUMENT
                           MOVE LEDGER-REF-SEQUENCE
                               TO WS-H-REF-SEQUENCE
                           MOVE 'Y' TO WS-H-DU-LEDGER
                           PERFORM para-cumuler-operateur
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-ARCHIVE-OUVERTE NOT = 'Y'
               MOVE 'N' TO WS-EOF-SWITCH
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE WS-OP-OPERATEUR(WS-OP-IDX) TO YEAR-OPERATEUR.
           START YEAR-LEDGER KEY = YEAR-OPERATEUR
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
               READ YEAR-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF YEAR-OPERATEUR
                           NOT = WS-OP-OPERATEUR(WS-OP-IDX)
                           MOVE 'Y' TO WS-EOF-SWITCH
                       ELSE
                           MOVE YEAR-SEQUENCE     TO WS-H-SEQUENCE
                           MOVE YEAR-DATE         TO WS-H-DATE
                           MOVE YEAR-CATEGORIE    TO WS-H-CATEGORIE
                           MOVE YEAR-GAINS        TO WS-H-GAINS
                           MOVE YEAR-PERTES       TO WS-H-PERTES
                           MOVE YEAR-DOCUMENT     TO WS-H-DOCUMENT
                           MOVE YEAR-REF-SEQUENCE TO WS-H-REF-SEQUENCE
                           MOVE 'N' TO WS-H-DU-LEDGER
                           PERFORM para-cumuler-operateur
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-cumuler-operateur.
           IF WS-H-REF-SEQUENCE NOT = ZEROS
               EXIT PARAGRAPH
           END-IF.

           IF WS-H-DU-LEDGER = 'Y'
               PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-COUNT
                   OR (WS-GR-OPERATEUR(WS-GR-IDX)
                           = WS-OP-OPERATEUR(WS-OP-IDX)
                       AND WS-GR-DATE(WS-GR-IDX) = WS-H-DATE
                       AND WS-GR-CATEGORIE(WS-GR-IDX)
                           = WS-H-CATEGORIE)
                   CONTINUE
               END-PERFORM
               IF WS-GR-IDX NOT > WS-GR-COUNT
                   PERFORM para-ajouter-piece
               END-IF
           END-IF.

           IF WS-H-SEQUENCE NOT > WS-ANCIENNE-SEQ
               AND WS-H-DATE NOT < WS-DATE-HISTO
               AND WS-H-PERTES > ZERO
               PERFORM VARYING WS-HI-IDX FROM 1 BY 1
                   UNTIL WS-HI-IDX > WS-HI-COUNT
                   OR (WS-HI-OPERATEUR(WS-HI-IDX)
                           = WS-OP-OPERATEUR(WS-OP-IDX)
                       AND WS-HI-CATEGORIE(WS-HI-IDX)
                           = WS-H-CATEGORIE)
                   CONTINUE
               END-PERFORM
               IF WS-HI-IDX NOT > WS-HI-COUNT
                   ADD 1 TO WS-HI-NOMBRE(WS-HI-IDX)
                   ADD WS-H-PERTES TO WS-HI-PERTES(WS-HI-IDX)
               END-IF
           END-IF.

      * A receipt's lines fold into one piece named by the
      * document reference; any other posting is a piece
      * of its own.
       para-ajouter-piece.
           IF WS-H-DOCUMENT NOT = ZEROS
               MOVE WS-H-DOCUMENT TO WS-PIECE
           ELSE
               MOVE WS-H-SEQUENCE TO WS-PIECE
           END-IF.
           ADD WS-H-GAINS  TO WS-GR-GAINS(WS-GR-IDX).
           ADD WS-H-PERTES TO WS-GR-PERTES(WS-GR-IDX).
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-GR-NB-PIECES(WS-GR-IDX)
               OR WS-GR-PC-ID(WS-GR-IDX, WS-PC-IDX) = WS-PIECE
               CONTINUE
           END-PERFORM.
           IF WS-PC-IDX > WS-GR-NB-PIECES(WS-GR-IDX)
               IF WS-GR-NB-PIECES(WS-GR-IDX) < 20
                   ADD 1 TO WS-GR-NB-PIECES(WS-GR-IDX)
                   MOVE WS-PIECE TO WS-GR-PC-ID(WS-GR-IDX, WS-PC-IDX)
                   MOVE ZEROS TO WS-GR-PC-GAINS(WS-GR-IDX, WS-PC-IDX)
                                 WS-GR-PC-PERTES(WS-GR-IDX, WS-PC-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD WS-H-GAINS  TO WS-GR-PC-GAINS(WS-GR-IDX, WS-PC-IDX).
           ADD WS-H-PERTES TO WS-GR-PC-PERTES(WS-GR-IDX, WS-PC-IDX).

       para-controler-ecriture.
           MOVE WS-NV-SEQUENCE(WS-NV-IDX)  TO WS-A-SEQUENCE.
           MOVE WS-NV-DATE(WS-NV-IDX)      TO WS-A-DATE.
           MOVE WS-NV-OPERATEUR(WS-NV-IDX) TO WS-A-OPERATEUR.
           MOVE WS-NV-CATEGORIE(WS-NV-IDX) TO WS-A-CATEGORIE.
           MOVE WS-NV-GAINS(WS-NV-IDX)     TO WS-A-GAINS.
           MOVE WS-NV-PERTES(WS-NV-IDX)    TO WS-A-PERTES.

           IF WS-NV-GROUPE(WS-NV-IDX) NOT = ZEROS
               MOVE WS-NV-GROUPE(WS-NV-IDX) TO WS-GR-IDX
               PERFORM para-controler-fraction
           END-IF.
           IF WS-NV-HISTO(WS-NV-IDX) NOT = ZEROS
               MOVE WS-NV-HISTO(WS-NV-IDX) TO WS-HI-IDX
               PERFORM para-controler-ecart
           END-IF.
           PERFORM para-controler-jour.
           PERFORM para-controler-rond.

      * Splitting: two pieces at least, a total over the
      * threshold and no single piece over it (a piece over
      * it went through the queue or the reason code on its
      * own).
       para-controler-fraction.
           IF WS-GR-NB-PIECES(WS-GR-IDX) < 2
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-GR-MAX-GAINS WS-GR-MAX-PERTES.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-GR-NB-PIECES(WS-GR-IDX)
               IF WS-GR-PC-GAINS(WS-GR-IDX, WS-PC-IDX)
                   > WS-GR-MAX-GAINS
                   MOVE WS-GR-PC-GAINS(WS-GR-IDX, WS-PC-IDX)
                       TO WS-GR-MAX-GAINS
               END-IF
               IF WS-GR-PC-PERTES(WS-GR-IDX, WS-PC-IDX)
                   > WS-GR-MAX-PERTES
                   MOVE WS-GR-PC-PERTES(WS-GR-IDX, WS-PC-IDX)
                       TO WS-GR-MAX-PERTES
               END-IF
           END-PERFORM.
           MOVE WS-GR-NB-PIECES(WS-GR-IDX) TO WS-NOMBRE-EDIT.
           EVALUATE TRUE
               WHEN WS-GR-PERTES(WS-GR-IDX) > WS-SEUIL-APPROB
                   AND WS-GR-MAX-PERTES NOT > WS-SEUIL-APPROB
                   MOVE WS-GR-PERTES(WS-GR-IDX) TO WS-MONTANT-EDIT
                   STRING WS-NOMBRE-EDIT ' PIECES, P '
                       WS-MONTANT-EDIT ' > APPROB'
                       DELIMITED BY SIZE INTO WS-MOTIF
               WHEN WS-GR-GAINS(WS-GR-IDX) > WS-SEUIL-APPROB
                   AND WS-GR-MAX-GAINS NOT > WS-SEUIL-APPROB
                   MOVE WS-GR-GAINS(WS-GR-IDX) TO WS-MONTANT-EDIT
                   STRING WS-NOMBRE-EDIT ' PIECES, G '
                       WS-MONTANT-EDIT ' > APPROB'
                       DELIMITED BY SIZE INTO WS-MOTIF
               WHEN WS-GR-PERTES(WS-GR-IDX) > WS-LIMITE-JOUR
                   AND WS-GR-MAX-PERTES NOT > WS-LIMITE-JOUR
                   MOVE WS-GR-PERTES(WS-GR-IDX) TO WS-MONTANT-EDIT
                   STRING WS-NOMBRE-EDIT ' PIECES, P '
                       WS-MONTANT-EDIT ' > LIMITE'
                       DELIMITED BY SIZE INTO WS-MOTIF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE 'FRACTION' TO WS-A-TYPE.
           ADD 1 TO WS-NB-FRACTION.
           PERFORM para-signaler.

       para-controler-ecart.
           IF WS-NV-PERTES(WS-NV-IDX) = ZERO
               OR WS-HI-NOMBRE(WS-HI-IDX) < WS-HISTO-MIN
               EXIT PARAGRAPH
           END-IF.
           DIVIDE WS-HI-PERTES(WS-HI-IDX) BY WS-HI-NOMBRE(WS-HI-IDX)
               GIVING WS-MOYENNE ROUNDED.
           COMPUTE WS-PLAFOND = WS-MOYENNE * WS-FACTEUR.
           IF WS-NV-PERTES(WS-NV-IDX) NOT > WS-PLAFOND
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MOYENNE TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-MOTIF.
           STRING 'MOYENNE 12 MOIS ' WS-MONTANT-EDIT
               DELIMITED BY SIZE INTO WS-MOTIF.
           MOVE 'ECART' TO WS-A-TYPE.
           ADD 1 TO WS-NB-ECART.
           PERFORM para-signaler.

       para-controler-jour.
           IF WS-NV-PROGRAMME(WS-NV-IDX) = 'ORDRE'
               OR WS-NV-PROGRAMME(WS-NV-IDX) = 'ETALE'
               OR WS-NV-PROGRAMME(WS-NV-IDX) = 'REPART'
               EXIT PARAGRAPH
           END-IF.
           CALL 'Verifier_JourOuvre' USING WS-NV-DATE(WS-NV-IDX)
               WS-JOUR-OUVRE.
           IF WS-JOUR-OUVRE = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MOTIF.
           STRING 'SAISIE HORS JOUR OUVRE (' WS-NV-PROGRAMME(WS-NV-IDX)
               ')' DELIMITED BY SIZE INTO WS-MOTIF.
           MOVE 'JOUR' TO WS-A-TYPE.
           ADD 1 TO WS-NB-JOUR.
           PERFORM para-signaler.

       para-controler-rond.
           PERFORM VARYING WS-SE-IDX FROM 1 BY 1
               UNTIL WS-SE-IDX > WS-SE-COUNT
               OR WS-SE-CODE(WS-SE-IDX) = WS-NV-CATEGORIE(WS-NV-IDX)
               CONTINUE
           END-PERFORM.
           IF WS-SE-IDX > WS-SE-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-NV-PERTES(WS-NV-IDX) > ZERO
               DIVIDE WS-NV-PERTES(WS-NV-IDX) BY WS-UNITE-ROND
                   GIVING WS-QUOTIENT REMAINDER WS-RESTE
           ELSE
               IF WS-NV-GAINS(WS-NV-IDX) > ZERO
                   DIVIDE WS-NV-GAINS(WS-NV-IDX) BY WS-UNITE-ROND
                       GIVING WS-QUOTIENT REMAINDER WS-RESTE
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-RESTE NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'MONTANT ROND EN CATEGORIE SENSIBLE' TO WS-MOTIF.
           MOVE 'ROND' TO WS-A-TYPE.
           ADD 1 TO WS-NB-ROND.
           PERFORM para-signaler.

       para-signaler.
           MOVE WS-MOTIF TO WS-A-MOTIF.
           DISPLAY WS-ANOMALIE-LINE.
           ADD 1 TO WS-NB-ANOMALIES.
           MOVE SPACES TO WS-MOTIF.
