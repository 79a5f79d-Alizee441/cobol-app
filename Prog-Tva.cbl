       77 WS-MOIS-DEB       PIC 99 VALUE ZEROS.
       77 WS-MOIS-FIN       PIC 99 VALUE ZEROS.
       77 WS-NB-RETENUS     PIC 9(6) VALUE ZEROS.
       77 WS-TOTAL-TVA      PIC S9(9)V99 VALUE ZEROS.

       01 WS-CLE-COURANTE.
           05 WS-C-DATE         PIC 9(8).
           05 WS-C-CODE         PIC X(3).
           05 WS-C-TVA          PIC 9(7)V99.
           05 WS-C-GAINS        PIC 9(7)V99.
           05 WS-C-PERTES       PIC 9(7)V99.

       01 WS-TV-TABLE.
           05 WS-TV-ENTRY OCCURS 20 TIMES.
               10 WS-TV-CODE        PIC X(3).
               10 WS-TV-NB          PIC 9(6).
               10 WS-TV-MONTANT     PIC S9(9)V99.
       77 WS-TV-COUNT        PIC 99 VALUE ZEROS.
       77 WS-TV-IDX          PIC 99.

           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-NB            PIC ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-MONTANT       PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       para-principale.
