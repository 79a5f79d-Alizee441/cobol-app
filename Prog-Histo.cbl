
       77 WS-NB-ARCHIVE     PIC 9(6) VALUE ZEROS.
       77 WS-NB-COURANT     PIC 9(6) VALUE ZEROS.
       77 WS-TOT-GAINS      PIC 9(9)V99 VALUE ZEROS.
       77 WS-TOT-PERTES     PIC 9(9)V99 VALUE ZEROS.

      * One record area fed from either file so a single
      * selection/edit path serves both sources.
           05 WS-H-PROGRAMME     PIC X(8).
           05 WS-H-CATEGORIE     PIC X(4).
           05 WS-H-DEPT          PIC X(3).
           05 WS-H-GAINS         PIC 9(7)V99.
           05 WS-H-PERTES        PIC 9(7)V99.

       01 WS-HEADER-LINE.
           05 FILLER            PIC X(8)  VALUE 'SOURCE'.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(5)  VALUE 'CAT'.
           05 FILLER            PIC X(4)  VALUE 'DEP'.
           05 FILLER            PIC X(13) VALUE '        GAINS'.
           05 FILLER            PIC X(16) VALUE '          PERTES'.

       01 WS-DETAIL-LINE.
           05 WS-D-SOURCE        PIC X(7).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-D-DEPT          PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-GAINS         PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-D-PERTES        PIC Z,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 LK-OPERATEUR-MENU PIC X(8).
