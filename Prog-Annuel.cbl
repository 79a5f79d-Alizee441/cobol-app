
       01 WS-MOIS-TABLE.
           05 WS-MOIS-ENTRY OCCURS 12 TIMES.
               10 WS-MOIS-GAINS     PIC 9(9)V99.
               10 WS-MOIS-PERTES    PIC 9(9)V99.
               10 WS-MOIS-NB        PIC 9(6).
       77 WS-MOIS-IDX        PIC 99.

       77 WS-MOIS-TOTAL      PIC S9(9)V99 VALUE ZEROS.
       77 WS-MOIS-PRECEDENT  PIC S9(9)V99 VALUE ZEROS.
       77 WS-MOIS-ECART      PIC S9(9)V99 VALUE ZEROS.
       77 WS-PREMIER-MOIS    PIC X VALUE 'Y'.

       01 WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 50 TIMES.
               10 WS-CT-CODE        PIC X(4).
               10 WS-CT-GAINS       PIC 9(9)V99.
               10 WS-CT-PERTES      PIC 9(9)V99.
       77 WS-CT-COUNT        PIC 99 VALUE ZEROS.
       77 WS-CT-IDX          PIC 99.

       01 WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 50 TIMES.
               10 WS-OP-OPERATEUR   PIC X(8).
               10 WS-OP-GAINS       PIC 9(9)V99.
               10 WS-OP-PERTES     PIC 9(9)V99.
       77 WS-OP-COUNT        PIC 99 VALUE ZEROS.
       77 WS-OP-IDX          PIC 99.

       01 WS-MOIS-LINE.
           05 WS-M-MOIS          PIC 99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-M-GAINS         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-M-PERTES        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-M-TOTAL         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-M-ECART         PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-CT-LINE.
           05 WS-C-CODE          PIC X(4).
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 WS-C-GAINS         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-C-PERTES        PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-OP-LINE.
           05 WS-O-OPERATEUR     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-O-GAINS         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-O-PERTES        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       para-principale.
       para-imprimer-mois.
           DISPLAY "RAPPORT ANNUEL " WS-AN-SAISI
               " - TOTAUX PAR MOIS".
           DISPLAY "MOIS         GAINS          PERTES            TOTAL"
               "            ECART".

           MOVE 'Y' TO WS-PREMIER-MOIS.
           PERFORM VARYING WS-MOIS-IDX FROM 1 BY 1
       para-imprimer-categories.
           DISPLAY SPACES.
           DISPLAY "TOTAUX ANNUELS PAR CATEGORIE".
           DISPLAY "CODE           GAINS           PERTES".
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE WS-CT-CODE(WS-CT-IDX)   TO WS-C-CODE
       para-imprimer-operateurs.
           DISPLAY SPACES.
           DISPLAY "TOTAUX ANNUELS PAR OPERATEUR".
           DISPLAY "OPERATEUR        GAINS           PERTES".
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OP-COUNT
               MOVE WS-OP-OPERATEUR(WS-OP-IDX) TO WS-O-OPERATEUR
