      *****************************************************
      * Allocation rule record, keyed by category. Up to
      * eight receiving departments (codes from DEPT-FILE),
      * each with its percentage (three digits, two
      * decimals); the percentages of a rule total 100.
      * Unused lines are blank / zero.
      *****************************************************
       FD  REPART-FILE.
       01  REPART-RECORD.
           05  REPA-CATEGORIE       PIC X(4).
           05  REPA-LIGNE OCCURS 8 TIMES.
               10  REPA-DEPARTEMENT PIC X(3).
               10  REPA-POURCENT    PIC 9(3)V99.
