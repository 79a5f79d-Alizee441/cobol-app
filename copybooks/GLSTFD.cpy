      *****************************************************
      * GLSTAT-FILE record layout. GLST-STATUT is 'E'
      * (envoyee, no acknowledgement yet), 'A' (acceptee
      * by accounting - never sent again) or 'R' (rejetee,
      * reason in GLST-MOTIF). GLST-LOT is the GLINT batch
      * that last carried the posting and GLST-COMPTE the
      * account it went to: a rejected posting goes out
      * again once its category maps to another account.
      *****************************************************
       FD  GLSTAT-FILE.
       01  GLSTAT-RECORD.
           05  GLST-SEQUENCE        PIC 9(9).
           05  GLST-STATUT          PIC X(1).
           05  GLST-LOT             PIC 9(14).
           05  GLST-COMPTE          PIC X(8).
           05  GLST-DATE-ENVOI      PIC 9(8).
           05  GLST-DATE-ACCUSE     PIC 9(8).
           05  GLST-NB-ENVOIS       PIC 9(2).
           05  GLST-MOTIF           PIC X(30).
