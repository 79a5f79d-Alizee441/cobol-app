       FD  SOMCTL-FILE.
       01  SOMCTL-RECORD.
           05  SOMC-STATUT          PIC X(1).
           05  SOMC-DATE-MAJ        PIC 9(8).
           05  SOMC-DERNIERE-SEQ    PIC 9(9).
           05  SOMC-DER-DATE        PIC 9(8).
           05  SOMC-DER-GAINS       PIC 9(7)V99.
           05  SOMC-DER-PERTES      PIC 9(7)V99.
           05  SOMC-NOMBRE          PIC 9(9).
           05  SOMC-GAINS           PIC 9(11)V99.
           05  SOMC-PERTES          PIC 9(11)V99.
