      *****************************************************
      * GLLOT-FILE record layout. GLLT-LOT is the batch id
      * carried on the GLINT header (creation date and
      * time). GLLT-STATUT is 'E' (envoye, waiting for its
      * acknowledgement), 'A' (accepte), 'P' (accepte sauf
      * les lignes rejetees, GLLT-NB-REJETS of them) or 'R'
      * (rejete en bloc, reason in GLLT-MOTIF).
      *****************************************************
       FD  GLLOT-FILE.
       01  GLLOT-RECORD.
           05  GLLT-LOT             PIC 9(14).
           05  GLLT-PERIODE         PIC 9(6).
           05  GLLT-DATE-ENVOI      PIC 9(8).
           05  GLLT-NOMBRE          PIC 9(6).
      * Hash totals in euros and cents, as on the trailer.
           05  GLLT-HASH-GAINS      PIC 9(9)V99.
           05  GLLT-HASH-PERTES     PIC 9(9)V99.
           05  GLLT-STATUT          PIC X(1).
           05  GLLT-DATE-ACCUSE     PIC 9(8).
           05  GLLT-NB-REJETS       PIC 9(6).
           05  GLLT-MOTIF           PIC X(30).
