      * Selection criteria are read from SYSIN after the
      * login, one per line: date from and date to
      * (AAAAMMJJ, blank or zero = no bound), operator,
      * category and department (blank = all), then a
      * document reference (blank = all).
      *
      * The lines of a split receipt carry the receipt's
      * document reference in the last column; selecting
      * that reference lists the receipt as one document,
      * whatever category or department each line went to,
      * with the receipt total in the closing counts.
      *****************************************************

       ENVIRONMENT DIVISION.
       77 WS-SEL-OPERATEUR  PIC X(8) VALUE SPACES.
       77 WS-SEL-CATEGORIE  PIC X(4) VALUE SPACES.
       77 WS-SEL-DEPT       PIC X(3) VALUE SPACES.
       77 WS-SEL-DOC-SAISIE PIC X(9) VALUE SPACES.
       77 WS-SEL-DOCUMENT   PIC 9(9) VALUE ZEROS.

       77 WS-NB-AFFICHES    PIC 9(6) VALUE ZEROS.
       77 WS-NB-ORPHELINES  PIC 9(4) VALUE ZEROS.
       77 WS-TOT-GAINS      PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOT-PERTES     PIC 9(9)V99 VALUE ZEROS.

      * Every contra seen in the preload pass, with the
      * corrected original's figures chased there and then
               10 WS-CR-OR-DATE     PIC 9(8).
               10 WS-CR-OR-TIME     PIC 9(6).
               10 WS-CR-OR-OPER     PIC X(8).
               10 WS-CR-OR-GAINS    PIC 9(7)V99.
               10 WS-CR-OR-PERTES   PIC 9(7)V99.
       77 WS-CR-COUNT        PIC 9(3) VALUE ZEROS.
       77 WS-CR-IDX          PIC 9(3).
       77 WS-CR-SURCHARGE    PIC X VALUE 'N'.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(5)  VALUE 'CAT'.
           05 FILLER            PIC X(4)  VALUE 'DEP'.
           05 FILLER            PIC X(13) VALUE '        GAINS'.
           05 FILLER            PIC X(14) VALUE '        PERTES'.
           05 FILLER            PIC X(10) VALUE '  DOCUMENT'.

       01 WS-DETAIL-LINE.
           05 WS-D-SEQUENCE      PIC 9(9).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-DEPT          PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-GAINS         PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-PERTES        PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-DOCUMENT      PIC Z(9).

       01 WS-CHAINE-LINE.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-CH-OPERATEUR    PIC X(8).
           05 FILLER             PIC X(3)  VALUE ' G '.
           05 WS-CH-GAINS        PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE ' P '.
           05 WS-CH-PERTES       PIC Z,ZZZ,ZZ9.99.

       01 WS-ORPHELINE-LINE.
           05 FILLER             PIC X(4)  VALUE SPACES.
                       OR LEDGER-CATEGORIE = WS-SEL-CATEGORIE)
                   AND (WS-SEL-DEPT = SPACES
                       OR LEDGER-DEPARTEMENT = WS-SEL-DEPT)
                   AND (WS-SEL-DOCUMENT = ZEROS
                       OR LEDGER-DOCUMENT = WS-SEL-DOCUMENT)
                   PERFORM para-imprimer-detail
               END-IF
               PERFORM para-lire-ledger
           DISPLAY "DEPARTEMENT (BLANC = TOUS) ?".
           ACCEPT WS-SEL-DEPT.

           MOVE SPACES TO WS-SEL-DOC-SAISIE.
           DISPLAY "DOCUMENT (BLANC = TOUS) ?".
           ACCEPT WS-SEL-DOC-SAISIE.
           IF WS-SEL-DOC-SAISIE = SPACES
               MOVE ZEROS TO WS-SEL-DOCUMENT
           ELSE
               MOVE FUNCTION NUMVAL(WS-SEL-DOC-SAISIE)
                   TO WS-SEL-DOCUMENT
           END-IF.

       para-lire-ledger.
           READ BUDGET-LEDGER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-SWITCH
           MOVE LEDGER-DEPARTEMENT TO WS-D-DEPT.
           MOVE LEDGER-GAINS       TO WS-D-GAINS.
           MOVE LEDGER-PERTES      TO WS-D-PERTES.
           MOVE LEDGER-DOCUMENT    TO WS-D-DOCUMENT.
           DISPLAY WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-NB-AFFICHES.
