               10 WS-CT-CODE        PIC X(4).
               10 WS-CT-LIBELLE     PIC X(20).
               10 WS-CT-BUDGET      PIC 9(7).
               10 WS-CT-GAINS       PIC 9(9)V99.
               10 WS-CT-PERTES      PIC 9(9)V99.
       77 WS-CT-COUNT        PIC 99 VALUE ZEROS.
       77 WS-CT-IDX          PIC 99.

       77 WS-ECART           PIC S9(9)V99 VALUE ZEROS.

       01 WS-DETAIL-LINE.
           05 WS-D-CODE          PIC X(4).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-LIBELLE       PIC X(20).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-BUDGET        PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-PERTES        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-ECART         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-STATUT        PIC X(8).

           CLOSE BUDGET-LEDGER.

           DISPLAY "ECARTS BUDGET / REALISE PAR CATEGORIE".
           DISPLAY "CODE  LIBELLE                     BUDGET"
               "          PERTES            ECART  STATUT".

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
           OPEN INPUT CATEG-FILE.
           IF WS-CATG-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ CATEG-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-CT-COUNT < 50
