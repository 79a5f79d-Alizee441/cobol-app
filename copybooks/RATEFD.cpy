      *****************************************************
       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RATE-CLE.
               10  RATE-CCY         PIC X(3).
               10  RATE-DATE-EFFET  PIC 9(8).
           05  RATE-VALEUR          PIC 9V9(4).
