       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcul_Budget_Repartition.

      *****************************************************
      * Month-end allocation of shared costs: every posting
      * of the open period whose category has a rule on
      * REPART-FILE is shared across the rule's departments.
      * For each receiving department other than the one
      * the posting was made to, a pair of 'REPART' entries
      * moves that department's share - one in the source
      * department with gains and pertes swapped, one in
      * the receiving department on the original's side -
      * both carrying the source posting's sequence in
      * LEDGER-REF-SEQUENCE. The period's totals do not
      * move; only the department subtotals do.
      *
      * Run from jcl/BUDGCLOT.jcl ahead of BUDGSAVE, so the
      * snapshot, the statements, the GL extract and the
      * close all see the allocated ledger. A period that
      * already carries 'REPART' entries is refused (RC 4):
      * the step never runs twice for the same month.
      *
      * Shares are cut to the cent, the last department of
      * a rule taking what is left so a posting is always
      * shared out exactly. A rule whose departments are no
      * longer all on DEPT-FILE, or whose percentages no
      * longer total 100, is set aside with a warning
      * (RC 4) and its category is left unallocated.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REPASEL.
           COPY LEDGSEL.
           COPY PERIOSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY REPAFD.
           COPY LEDGFD.
           COPY PERIOFD.

       WORKING-STORAGE SECTION.
       77 WS-REPA-STATUS    PIC XX.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-PERIO-STATUS   PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-PERIODE        PIC 9(6) VALUE ZEROS.
       77 WS-DEJA-REPARTI   PIC X VALUE 'N'.
       77 WS-SURCHARGE      PIC X VALUE 'N'.
       77 WS-REGLE-REJETEE  PIC X VALUE 'N'.
       77 WS-DEPT-VALIDE    PIC X VALUE 'N'.
       77 WS-TOTAL-PCT      PIC 9(4)V99 VALUE ZEROS.
       77 WS-TIME           PIC 9(6).
       77 WS-SEQUENCE       PIC 9(9) VALUE ZEROS.
       77 WS-LI-IDX         PIC 9.
       77 WS-DERNIERE-LIGNE PIC 9.
       77 WS-PART-GAINS     PIC 9(7)V99 VALUE ZEROS.
       77 WS-PART-PERTES    PIC 9(7)V99 VALUE ZEROS.
       77 WS-CUMUL-GAINS    PIC 9(7)V99 VALUE ZEROS.
       77 WS-CUMUL-PERTES   PIC 9(7)V99 VALUE ZEROS.
       77 WS-NB-SOURCES     PIC 9(6) VALUE ZEROS.
       77 WS-NB-PAIRES      PIC 9(6) VALUE ZEROS.
       77 WS-DEPT-CHERCHE   PIC X(3).

      * Rules as loaded; WS-RP-VALIDE 'N' sets a rule aside.
       01 WS-RP-TABLE.
           05 WS-RP-ENTRY OCCURS 50 TIMES.
               10 WS-RP-CATEGORIE   PIC X(4).
               10 WS-RP-LIGNE OCCURS 8 TIMES.
                   15 WS-RP-DEPT        PIC X(3).
                   15 WS-RP-POURCENT    PIC 9(3)V99.
               10 WS-RP-NB-LIGNES   PIC 9.
               10 WS-RP-VALIDE      PIC X.
       77 WS-RP-COUNT        PIC 99 VALUE ZEROS.
       77 WS-RP-IDX          PIC 99.

      * The postings to share, gathered before a single
      * entry is written.
       01 WS-SR-TABLE.
           05 WS-SR-ENTRY OCCURS 1000 TIMES.
               10 WS-SR-SEQ         PIC 9(9).
               10 WS-SR-DATE        PIC 9(8).
               10 WS-SR-OPERATEUR   PIC X(8).
               10 WS-SR-CATEGORIE   PIC X(4).
               10 WS-SR-DEPT        PIC X(3).
               10 WS-SR-GAINS       PIC 9(7)V99.
               10 WS-SR-PERTES      PIC 9(7)V99.
               10 WS-SR-TIERS       PIC X(8).
               10 WS-SR-REGLE       PIC 99.
       77 WS-SR-COUNT        PIC 9(4) VALUE ZEROS.
       77 WS-SR-IDX          PIC 9(4).

      * Amounts moved in and out, per department.
       01 WS-DP-TABLE.
           05 WS-DP-ENTRY OCCURS 50 TIMES.
               10 WS-DP-CODE        PIC X(3).
               10 WS-DP-GAINS-RECUS     PIC 9(9)V99.
               10 WS-DP-GAINS-CEDES     PIC 9(9)V99.
               10 WS-DP-PERTES-RECUES   PIC 9(9)V99.
               10 WS-DP-PERTES-CEDEES   PIC 9(9)V99.
       77 WS-DP-COUNT        PIC 99 VALUE ZEROS.
       77 WS-DP-IDX          PIC 99.

       01 WS-SOURCE-LINE.
           05 WS-S-SEQ           PIC 9(9).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-S-DATE          PIC 9(8).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-S-CATEGORIE     PIC X(4).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-S-DEPT          PIC X(3).
           05 FILLER             PIC X(8)  VALUE SPACES.
           05 WS-S-GAINS         PIC Z(6)9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-S-PERTES        PIC Z(6)9.99.

       01 WS-PART-LINE.
           05 FILLER             PIC X(24) VALUE SPACES.
           05 WS-P-DEPT          PIC X(3).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-P-POURCENT      PIC ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-P-GAINS         PIC Z(6)9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-P-PERTES        PIC Z(6)9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-P-MENTION       PIC X(10).

       01 WS-DEPT-LINE.
           05 WS-T-DEPT          PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-T-GAINS-RECUS   PIC Z(8)9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-T-GAINS-CEDES   PIC Z(8)9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-T-PERTES-RECUES PIC Z(8)9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-T-PERTES-CEDEES PIC Z(8)9.99.

       PROCEDURE DIVISION.
       para-principale.
           PERFORM para-lire-periode.
           PERFORM para-charger-regles.
           IF WS-RP-COUNT = ZERO
               DISPLAY "AUCUNE REGLE DE REPARTITION."
               GOBACK
           END-IF.

           PERFORM para-charger-sources.
           IF WS-LEDGER-STATUS NOT = "00"
               AND WS-LEDGER-STATUS NOT = "35"
               DISPLAY "IMPOSSIBLE DE LIRE LE LEDGER, STATUT="
                   WS-LEDGER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-DEJA-REPARTI = 'Y'
               DISPLAY "REPARTITION DEJA PASSEE POUR LA PERIODE "
                   WS-PERIODE " - REFUSEE."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

      * A partial allocation would be worse than none: past
      * the table's capacity nothing is posted at all.
           IF WS-SURCHARGE = 'Y'
               DISPLAY "PLUS DE 1000 ECRITURES A REPARTIR - AUCUNE"
                   " REPARTITION PASSEE."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "REPARTITION DES COUTS PARTAGES - PERIODE "
               WS-PERIODE.
           DISPLAY "SEQUENCE  DATE     CAT  DEP                GAINS"
               "       PERTES".

           IF WS-SR-COUNT > ZERO
               OPEN I-O BUDGET-LEDGER
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "IMPOSSIBLE D'OUVRIR LE LEDGER, STATUT="
                       WS-LEDGER-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TIME
               PERFORM para-repartir-source
                   VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SR-COUNT
               CLOSE BUDGET-LEDGER
           END-IF.

           DISPLAY " ".
           DISPLAY "DEP     GAINS RECUS    GAINS CEDES  PERTES RECUES"
               "  PERTES CEDEES".
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-COUNT
               MOVE WS-DP-CODE(WS-DP-IDX) TO WS-T-DEPT
               MOVE WS-DP-GAINS-RECUS(WS-DP-IDX) TO WS-T-GAINS-RECUS
               MOVE WS-DP-GAINS-CEDES(WS-DP-IDX) TO WS-T-GAINS-CEDES
               MOVE WS-DP-PERTES-RECUES(WS-DP-IDX)
                   TO WS-T-PERTES-RECUES
               MOVE WS-DP-PERTES-CEDEES(WS-DP-IDX)
                   TO WS-T-PERTES-CEDEES
               DISPLAY WS-DEPT-LINE
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "ECRITURES REPARTIES   : " WS-NB-SOURCES.
           DISPLAY "PAIRES D'ECRITURES    : " WS-NB-PAIRES.

           IF WS-REGLE-REJETEE = 'Y'
               DISPLAY "ATTENTION : REGLE(S) ECARTEE(S), CATEGORIE(S)"
                   " NON REPARTIE(S)."
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

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

       para-charger-regles.
           MOVE ZEROS TO WS-RP-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT REPART-FILE.
           IF WS-REPA-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ REPART-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-RP-COUNT < 50
                               ADD 1 TO WS-RP-COUNT
                               PERFORM para-controler-regle
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPART-FILE
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

      * The rule file is keyed through Gestion_Repartitions,
      * but a department removed since, or a file edited
      * by hand, must not post a share nobody receives.
       para-controler-regle.
           MOVE REPA-CATEGORIE TO WS-RP-CATEGORIE(WS-RP-COUNT).
           MOVE ZEROS TO WS-RP-NB-LIGNES(WS-RP-COUNT) WS-TOTAL-PCT.
           MOVE 'Y' TO WS-RP-VALIDE(WS-RP-COUNT).
           PERFORM VARYING WS-LI-IDX FROM 1 BY 1
                   UNTIL WS-LI-IDX > 8
               MOVE REPA-DEPARTEMENT(WS-LI-IDX)
                   TO WS-RP-DEPT(WS-RP-COUNT, WS-LI-IDX)
               IF REPA-POURCENT(WS-LI-IDX) NOT NUMERIC
                   MOVE ZEROS TO WS-RP-POURCENT(WS-RP-COUNT, WS-LI-IDX)
               ELSE
                   MOVE REPA-POURCENT(WS-LI-IDX)
                       TO WS-RP-POURCENT(WS-RP-COUNT, WS-LI-IDX)
               END-IF
               IF REPA-DEPARTEMENT(WS-LI-IDX) NOT = SPACES
                   MOVE WS-LI-IDX TO WS-RP-NB-LIGNES(WS-RP-COUNT)
                   ADD WS-RP-POURCENT(WS-RP-COUNT, WS-LI-IDX)
                       TO WS-TOTAL-PCT
                   CALL 'Verifier_Departement' USING
                       REPA-DEPARTEMENT(WS-LI-IDX) WS-DEPT-VALIDE
                   IF WS-DEPT-VALIDE NOT = 'Y'
                       MOVE 'N' TO WS-RP-VALIDE(WS-RP-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TOTAL-PCT NOT = 100
               MOVE 'N' TO WS-RP-VALIDE(WS-RP-COUNT)
           END-IF.
           IF WS-RP-VALIDE(WS-RP-COUNT) = 'N'
               DISPLAY "REGLE ECARTEE - CATEGORIE " REPA-CATEGORIE
                   " : DEPARTEMENT INCONNU OU TOTAL " WS-TOTAL-PCT
               MOVE 'Y' TO WS-REGLE-REJETEE
           END-IF.

      * One pass over the ledger both detects an earlier run
      * for the period and gathers the postings to share.
       para-charger-sources.
           MOVE ZEROS TO WS-SR-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT BUDGET-LEDGER.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ BUDGET-LEDGER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF LEDGER-DATE(1:6) = WS-PERIODE
                               PERFORM para-retenir-source
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-LEDGER
               MOVE "00" TO WS-LEDGER-STATUS
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-retenir-source.
           IF LEDGER-PROGRAMME = 'REPART'
               MOVE 'Y' TO WS-DEJA-REPARTI
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-RP-IDX.
           PERFORM UNTIL WS-RP-IDX > WS-RP-COUNT
                   OR WS-RP-CATEGORIE(WS-RP-IDX) = LEDGER-CATEGORIE
               ADD 1 TO WS-RP-IDX
           END-PERFORM.
           IF WS-RP-IDX > WS-RP-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-RP-VALIDE(WS-RP-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-SR-COUNT >= 1000
               MOVE 'Y' TO WS-SURCHARGE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SR-COUNT.
           MOVE LEDGER-SEQUENCE    TO WS-SR-SEQ(WS-SR-COUNT).
           MOVE LEDGER-DATE        TO WS-SR-DATE(WS-SR-COUNT).
           MOVE LEDGER-OPERATEUR   TO WS-SR-OPERATEUR(WS-SR-COUNT).
           MOVE LEDGER-CATEGORIE   TO WS-SR-CATEGORIE(WS-SR-COUNT).
           MOVE LEDGER-DEPARTEMENT TO WS-SR-DEPT(WS-SR-COUNT).
           MOVE LEDGER-GAINS       TO WS-SR-GAINS(WS-SR-COUNT).
           MOVE LEDGER-PERTES      TO WS-SR-PERTES(WS-SR-COUNT).
           MOVE LEDGER-TIERS       TO WS-SR-TIERS(WS-SR-COUNT).
           MOVE WS-RP-IDX          TO WS-SR-REGLE(WS-SR-COUNT).

       para-repartir-source.
           MOVE WS-SR-REGLE(WS-SR-IDX) TO WS-RP-IDX.
           MOVE WS-SR-SEQ(WS-SR-IDX)       TO WS-S-SEQ.
           MOVE WS-SR-DATE(WS-SR-IDX)      TO WS-S-DATE.
           MOVE WS-SR-CATEGORIE(WS-SR-IDX) TO WS-S-CATEGORIE.
           MOVE WS-SR-DEPT(WS-SR-IDX)      TO WS-S-DEPT.
           MOVE WS-SR-GAINS(WS-SR-IDX)     TO WS-S-GAINS.
           MOVE WS-SR-PERTES(WS-SR-IDX)    TO WS-S-PERTES.
           DISPLAY WS-SOURCE-LINE.
           ADD 1 TO WS-NB-SOURCES.

           MOVE ZEROS TO WS-CUMUL-GAINS WS-CUMUL-PERTES.
           MOVE WS-RP-NB-LIGNES(WS-RP-IDX) TO WS-DERNIERE-LIGNE.
           PERFORM para-repartir-ligne
               VARYING WS-LI-IDX FROM 1 BY 1
               UNTIL WS-LI-IDX > WS-DERNIERE-LIGNE.

      * Blank lines inside a rule (a department removed by
      * hand) carry a zero percentage and take nothing.
       para-repartir-ligne.
           IF WS-RP-DEPT(WS-RP-IDX, WS-LI-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-LI-IDX = WS-DERNIERE-LIGNE
               COMPUTE WS-PART-GAINS =
                   WS-SR-GAINS(WS-SR-IDX) - WS-CUMUL-GAINS
               COMPUTE WS-PART-PERTES =
                   WS-SR-PERTES(WS-SR-IDX) - WS-CUMUL-PERTES
           ELSE
               COMPUTE WS-PART-GAINS =
                   WS-SR-GAINS(WS-SR-IDX)
                   * WS-RP-POURCENT(WS-RP-IDX, WS-LI-IDX) / 100
               COMPUTE WS-PART-PERTES =
                   WS-SR-PERTES(WS-SR-IDX)
                   * WS-RP-POURCENT(WS-RP-IDX, WS-LI-IDX) / 100
           END-IF.
           ADD WS-PART-GAINS TO WS-CUMUL-GAINS.
           ADD WS-PART-PERTES TO WS-CUMUL-PERTES.

           MOVE WS-RP-DEPT(WS-RP-IDX, WS-LI-IDX) TO WS-P-DEPT.
           MOVE WS-RP-POURCENT(WS-RP-IDX, WS-LI-IDX)
               TO WS-P-POURCENT.
           MOVE WS-PART-GAINS TO WS-P-GAINS.
           MOVE WS-PART-PERTES TO WS-P-PERTES.
           IF WS-RP-DEPT(WS-RP-IDX, WS-LI-IDX)
                   = WS-SR-DEPT(WS-SR-IDX)
               MOVE 'CONSERVE' TO WS-P-MENTION
               DISPLAY WS-PART-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PART-GAINS = ZERO AND WS-PART-PERTES = ZERO
               MOVE 'NEANT' TO WS-P-MENTION
               DISPLAY WS-PART-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'TRANSFERE' TO WS-P-MENTION.
           DISPLAY WS-PART-LINE.

           PERFORM para-poster-cession.
           PERFORM para-poster-reception.
           ADD 1 TO WS-NB-PAIRES.

           MOVE WS-SR-DEPT(WS-SR-IDX) TO WS-DEPT-CHERCHE.
           PERFORM para-chercher-dept.
           ADD WS-PART-GAINS TO WS-DP-GAINS-CEDES(WS-DP-IDX).
           ADD WS-PART-PERTES TO WS-DP-PERTES-CEDEES(WS-DP-IDX).
           MOVE WS-RP-DEPT(WS-RP-IDX, WS-LI-IDX) TO WS-DEPT-CHERCHE.
           PERFORM para-chercher-dept.
           ADD WS-PART-GAINS TO WS-DP-GAINS-RECUS(WS-DP-IDX).
           ADD WS-PART-PERTES TO WS-DP-PERTES-RECUES(WS-DP-IDX).

       para-chercher-dept.
           MOVE 1 TO WS-DP-IDX.
           PERFORM UNTIL WS-DP-IDX > WS-DP-COUNT
                   OR WS-DP-CODE(WS-DP-IDX) = WS-DEPT-CHERCHE
               ADD 1 TO WS-DP-IDX
           END-PERFORM.
           IF WS-DP-IDX > WS-DP-COUNT AND WS-DP-COUNT < 50
               ADD 1 TO WS-DP-COUNT
               MOVE WS-DP-COUNT TO WS-DP-IDX
               MOVE WS-DEPT-CHERCHE TO WS-DP-CODE(WS-DP-IDX)
               MOVE ZEROS TO WS-DP-GAINS-RECUS(WS-DP-IDX)
                   WS-DP-GAINS-CEDES(WS-DP-IDX)
                   WS-DP-PERTES-RECUES(WS-DP-IDX)
                   WS-DP-PERTES-CEDEES(WS-DP-IDX)
           END-IF.

      * The share leaves the source department: gains and
      * pertes swapped, as a contra.
       para-poster-cession.
           PERFORM para-preparer-entree.
           MOVE WS-PART-PERTES TO LEDGER-GAINS.
           MOVE WS-PART-GAINS TO LEDGER-PERTES.
           COMPUTE LEDGER-TOTAL = WS-PART-PERTES - WS-PART-GAINS.
           MOVE WS-SR-DEPT(WS-SR-IDX) TO LEDGER-DEPARTEMENT.
           PERFORM para-ecrire-ledger.

      * ...and lands in the receiving one on the side the
      * source posting was made on.
       para-poster-reception.
           PERFORM para-preparer-entree.
           MOVE WS-PART-GAINS TO LEDGER-GAINS.
           MOVE WS-PART-PERTES TO LEDGER-PERTES.
           COMPUTE LEDGER-TOTAL = WS-PART-GAINS - WS-PART-PERTES.
           MOVE WS-RP-DEPT(WS-RP-IDX, WS-LI-IDX)
               TO LEDGER-DEPARTEMENT.
           PERFORM para-ecrire-ledger.

      * Both entries keep the source's date, operator,
      * category and payee so every other report cancels
      * them out; they are in euros, a composite CALCBUD
      * source carrying zeros as its own keyed amount.
       para-preparer-entree.
           CALL 'Obtenir_Sequence' USING WS-SEQUENCE.
           MOVE WS-SEQUENCE TO LEDGER-SEQUENCE.
           MOVE WS-SR-DATE(WS-SR-IDX) TO LEDGER-DATE.
           MOVE WS-TIME TO LEDGER-TIME.
           MOVE 'EUR' TO LEDGER-CURRENCY.
           MOVE WS-SR-OPERATEUR(WS-SR-IDX) TO LEDGER-OPERATEUR.
           MOVE 'REPART' TO LEDGER-PROGRAMME.
           MOVE WS-SR-CATEGORIE(WS-SR-IDX) TO LEDGER-CATEGORIE.
           MOVE SPACES TO LEDGER-RAISON.
           MOVE 'EUR' TO LEDGER-DEVISE-ORIG.
           IF WS-PART-GAINS NOT = ZERO AND WS-PART-PERTES NOT = ZERO
               MOVE ZEROS TO LEDGER-MONTANT-ORIG
               MOVE ZEROS TO LEDGER-TAUX
           ELSE
               ADD WS-PART-GAINS WS-PART-PERTES
                   GIVING LEDGER-MONTANT-ORIG
               MOVE 1.0000 TO LEDGER-TAUX
           END-IF.
           MOVE WS-SR-SEQ(WS-SR-IDX) TO LEDGER-REF-SEQUENCE.
           MOVE SPACES TO LEDGER-CODE-TVA.
           MOVE ZEROS TO LEDGER-MONTANT-TVA.
           MOVE ZEROS TO LEDGER-DOCUMENT.
           MOVE WS-SR-TIERS(WS-SR-IDX) TO LEDGER-TIERS.

      * The sequence number is unique by construction; a
      * status 22 can only mean the counter file was reset
      * by hand, so a fresh number is drawn rather than
      * losing the entry.
       para-ecrire-ledger.
           PERFORM WITH TEST AFTER
                   UNTIL WS-LEDGER-STATUS NOT = "22"
               WRITE LEDGER-RECORD
                   INVALID KEY
                       CALL 'Obtenir_Sequence' USING WS-SEQUENCE
                       MOVE WS-SEQUENCE TO LEDGER-SEQUENCE
               END-WRITE
           END-PERFORM.
