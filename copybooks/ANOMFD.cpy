       FD  ANOMCTL-FILE.
       01  ANOMCTL-RECORD.
           05  ANOM-DATE-MAJ        PIC 9(8).
           05  ANOM-DERNIERE-SEQ    PIC 9(9).
