           05  AUDIT-TIME           PIC 9(6).
           05  AUDIT-PROGRAM        PIC X(8).
           05  AUDIT-OPERATOR       PIC X(8).
           05  AUDIT-AMOUNT         PIC 9(7)V99.
