
       FD  BUDGET-SOLDE.
       01  SOLDE-RECORD.
           05  SOLDE-OUVERTURE      PIC S9(9)V99
               SIGN LEADING SEPARATE.

      * Work image of the rolled-forward OPSOL records,
      * built operator by operator so the close never again
       01  TRAV-RECORD.
           05  TRAV-OPERATEUR       PIC X(8).
           05  TRAV-PROGRAMME       PIC X(8).
           05  TRAV-GAINS           PIC 9(9)V99.
           05  TRAV-PERTES          PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-NB-ARCHIVES    PIC 9(6) VALUE ZEROS.
       77 WS-DERNIER-TOTAL  PIC S9(9)V99 SIGN LEADING SEPARATE
           VALUE ZEROS.
       77 WS-SOLDE-PRECEDENT PIC S9(9)V99 SIGN LEADING SEPARATE
           VALUE ZEROS.
       77 WS-TOTAL-GAINS    PIC S9(9)V99 VALUE ZEROS.
       77 WS-TOTAL-PERTES   PIC S9(9)V99 VALUE ZEROS.
       77 WS-OPSOL-STATUS   PIC XX.
       77 WS-SAVE-STATUS    PIC XX.
       77 WS-NB-ECRITS      PIC 9(6) VALUE ZEROS.
       77 WS-HASH-GAINS     PIC 9(9)V99 VALUE ZEROS.
       77 WS-HASH-PERTES    PIC 9(9)V99 VALUE ZEROS.
       77 WS-SAVE-NB        PIC 9(6) VALUE ZEROS.
       77 WS-SAVE-GAINS     PIC 9(9)V99 VALUE ZEROS.
       77 WS-SAVE-PERTES    PIC 9(9)V99 VALUE ZEROS.
       77 WS-VERIF-OK       PIC X VALUE 'N'.
       77 WS-PERIO-STATUS   PIC XX.
       77 WS-PERIODE        PIC 9(6) VALUE ZEROS.
       77 WS-MOTIF-FORCE    PIC X(30) VALUE SPACES.
       77 WS-OPER-FORCE     PIC X(8) VALUE SPACES.
       77 WS-PROGRAMME      PIC X(8) VALUE 'CLOTURE'.
       77 WS-MONTANT-AUDIT  PIC 9(7)V99 VALUE ZEROS.

       77 WS-NB-ANOMALIES   PIC 9(4) VALUE ZEROS.
       77 WS-CUR-DATE       PIC 9(8) VALUE ZEROS.
       77 WS-JOUR-GAINS     PIC S9(9)V99 VALUE ZEROS.
       77 WS-JOUR-PERTES    PIC S9(9)V99 VALUE ZEROS.
       77 WS-JOUR-CALCBUD   PIC S9(9)V99 VALUE ZEROS.
       77 WS-JOUR-ECART     PIC S9(9)V99 VALUE ZEROS.
       77 WS-PREMIER-JOUR   PIC X VALUE 'Y'.

       01 WS-AP-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-AP-PROGRAMME    PIC X(8).
           05 FILLER             PIC X(3)  VALUE ' G '.
           05 WS-AP-GAINS        PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE ' P '.
           05 WS-AP-PERTES       PIC Z,ZZZ,ZZ9.99.

       01 WS-OS-LINE.
           05 WS-OSL-OPERATEUR   PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-OSL-PROGRAMME   PIC X(8).
           05 FILLER             PIC X(3)  VALUE ' G '.
           05 WS-OSL-GAINS       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE ' P '.
           05 WS-OSL-PERTES      PIC ZZZ,ZZZ,ZZ9.99.

      * Per-OPERATOR programme totals only: the programme
      * population is bounded by the posting paths, the
       01 WS-PG-TABLE.
           05 WS-PG-ENTRY OCCURS 20 TIMES.
               10 WS-PG-PROGRAMME   PIC X(8).
               10 WS-PG-GAINS       PIC 9(9)V99.
               10 WS-PG-PERTES      PIC 9(9)V99.
       77 WS-PG-COUNT        PIC 99 VALUE ZEROS.
       77 WS-PG-IDX          PIC 99.
       77 WS-TRAV-STATUS     PIC XX.
           MOVE LEDGER-DEPARTEMENT TO YEAR-DEPARTEMENT.
           MOVE LEDGER-CODE-TVA   TO YEAR-CODE-TVA.
           MOVE LEDGER-MONTANT-TVA TO YEAR-MONTANT-TVA.
           MOVE LEDGER-DOCUMENT  TO YEAR-DOCUMENT.
           MOVE LEDGER-TIERS     TO YEAR-TIERS.

           IF WS-MODE = 'CLOTURE'
               WRITE YEAR-RECORD
