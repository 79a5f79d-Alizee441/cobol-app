               10 WS-TOT-OPERATEUR  PIC X(8).
               10 WS-TOT-DATE       PIC 9(8).
               10 WS-TOT-NB         PIC 9(5).
               10 WS-TOT-MONTANT    PIC 9(9)V99.
       77 WS-TOT-COUNT       PIC 9(3) VALUE ZEROS.
       77 WS-TOT-IDX         PIC 9(3).

           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-OPERATOR      PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-MONTANT       PIC Z,ZZZ,ZZ9.99.

       01 WS-TOTAL-LINE.
           05 WS-T-OPERATOR      PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-T-NB            PIC ZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-T-MONTANT       PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       para-principale.
