       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-NB-COPIES      PIC 9(6) VALUE ZEROS.
       77 WS-HASH-GAINS     PIC 9(9)V99 VALUE ZEROS.
       77 WS-HASH-PERTES    PIC 9(9)V99 VALUE ZEROS.
       77 WS-ETAT-STATUS    PIC XX.

       PROCEDURE DIVISION.
