       01  ORDRE-RECORD.
           05  ORDR-OPERATEUR       PIC X(8).
           05  ORDR-PROGRAMME       PIC X(8).
           05  ORDR-MONTANT         PIC 9(7)V99.
           05  ORDR-DEVISE          PIC X(3).
           05  ORDR-CATEGORIE       PIC X(4).
           05  ORDR-JOUR            PIC 9(2).
