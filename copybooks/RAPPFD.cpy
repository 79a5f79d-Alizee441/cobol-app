      *****************************************************
      * RAPPORT-FILE record layout. RAPP-PERIODE is the
      * period the report covers (AAAAMM, AAAA00 for a
      * yearly report). RAPP-OPERATEUR names the operator
      * whose statement section the line belongs to, spaces
      * on every other report. On the header (line zero)
      * RAPP-TEXTE carries the kind of run - 'R' statements
      * cut by operator, 'G' any other report - and its
      * line count.
      *****************************************************
       FD  RAPPORT-FILE.
       01  RAPPORT-RECORD.
           05  RAPP-CLE.
               10  RAPP-JOB             PIC X(8).
               10  RAPP-ETAPE           PIC X(8).
               10  RAPP-DATE            PIC 9(8).
               10  RAPP-HEURE           PIC 9(6).
               10  RAPP-LIGNE           PIC 9(6).
           05  RAPP-PERIODE         PIC 9(6).
           05  RAPP-OPERATEUR       PIC X(8).
           05  RAPP-TEXTE           PIC X(132).
           05  RAPP-ENTETE REDEFINES RAPP-TEXTE.
               10  RAPP-H-TYPE          PIC X(1).
               10  RAPP-H-NB-LIGNES     PIC 9(6).
               10  FILLER               PIC X(125).
