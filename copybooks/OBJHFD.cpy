       FD  OBJHISTO-FILE.
       01  OBJHISTO-RECORD.
           05  OBJH-OPERATEUR       PIC X(8).
           05  OBJH-NUMERO          PIC 9(2).
           05  OBJH-PERIODE         PIC 9(6).
           05  OBJH-GAINS           PIC 9(9)V99.
           05  OBJH-PERTES          PIC 9(9)V99.
           05  OBJH-EPARGNE         PIC S9(9)V99.
           05  OBJH-TAUX            PIC S9(3)V99.
           05  OBJH-CUMUL           PIC S9(9)V99.
           05  OBJH-EFFORT          PIC 9(9)V99.
           05  OBJH-ETAT            PIC X(1).
           05  OBJH-DATE-MESURE     PIC 9(8).
