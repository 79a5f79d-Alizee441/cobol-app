
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-ECART PIC S9(9)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-GAINS   PIC 9(9)V99.
       01 LK-PERTES  PIC 9(9)V99.
       01 LK-TAUX    PIC S999V99.

       PROCEDURE DIVISION USING LK-GAINS LK-PERTES LK-TAUX.
