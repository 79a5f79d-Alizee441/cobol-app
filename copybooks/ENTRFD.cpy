       FD  ENTRCTL-FILE.
       01  ENTRCTL-RECORD.
           05  ENTR-STATUT          PIC X(1).
           05  ENTR-DERNIERE-SEQ    PIC 9(9).
           05  ENTR-LOT             PIC 9(6).
           05  ENTR-LOT-DATE        PIC 9(8).
           05  ENTR-SEQ-DEB         PIC 9(9).
           05  ENTR-SEQ-FIN         PIC 9(9).
