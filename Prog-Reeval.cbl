           05 WS-DV-ENTRY OCCURS 20 TIMES.
               10 WS-DV-DEVISE      PIC X(3).
               10 WS-DV-NB          PIC 9(6).
               10 WS-DV-ORIG        PIC S9(9)V99.
               10 WS-DV-COMPTA      PIC S9(9)V99.
       77 WS-DV-COUNT        PIC 99 VALUE ZEROS.
       77 WS-DV-IDX          PIC 99.

           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-NB            PIC ZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-ORIG          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-COMPTA        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-D-REEVALUE      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
               GOBACK
           END-IF.

           DISPLAY "DEV  NOMBRE        MONT.ORIG       EUR COMPTA"
               "     EUR REEVALUE            ECART".
           PERFORM VARYING WS-DV-IDX FROM 1 BY 1
                       UNTIL WS-DV-IDX > WS-DV-COUNT
               PERFORM para-editer-devise
