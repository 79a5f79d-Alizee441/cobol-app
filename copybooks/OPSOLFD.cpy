       01  OPSOL-RECORD.
           05  OPSOL-OPERATEUR          PIC X(8).
           05  OPSOL-PROGRAMME          PIC X(8).
           05  OPSOL-GAINS              PIC 9(9)V99.
           05  OPSOL-PERTES             PIC 9(9)V99.
