      *****************************************************
      * NLOG-FILE record layout. NLOG-MESSAGE is the
      * message number within the batch, as on MAILOUT.
      * NLOG-ALERTE is the forecast breach date announced
      * in the message (zeros = none).
      *****************************************************
       FD  NLOG-FILE.
       01  NLOG-RECORD.
           05  NLOG-DATE            PIC 9(8).
           05  NLOG-HEURE           PIC 9(6).
           05  NLOG-LOT             PIC 9(14).
           05  NLOG-MESSAGE         PIC 9(6).
           05  NLOG-DESTINATAIRE    PIC X(8).
           05  NLOG-NB-REJETS       PIC 9(4).
           05  NLOG-NB-DEPASSEMENTS PIC 9(4).
           05  NLOG-NB-ATTENTES     PIC 9(4).
           05  NLOG-NB-ESCALADES    PIC 9(4).
           05  NLOG-ALERTE          PIC 9(8).
