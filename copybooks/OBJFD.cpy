      *****************************************************
      * Goal record. OBJ-TAUX-CIBLE is a savings rate in
      * percent as myprog computes it (zero = no rate
      * target). OBJ-CUMUL is what the closed months since
      * OBJ-DATE-DEBUT have saved (gains less pertes, so it
      * can go negative); OBJ-DERNIERE-PERIODE is the last
      * period added to it, so a period is never counted
      * twice. OBJ-STATUT: A active, T target reached,
      * E target date passed unreached. OBJ-DERNIER-ETAT is
      * the verdict of the last measure: O on track,
      * R off track, T reached, E expired.
      *****************************************************
       FD  OBJECTIF-FILE.
       01  OBJECTIF-RECORD.
           05  OBJ-CLE.
               10  OBJ-OPERATEUR    PIC X(8).
               10  OBJ-NUMERO       PIC 9(2).
           05  OBJ-LIBELLE          PIC X(20).
           05  OBJ-MONTANT-CIBLE    PIC 9(9)V99.
           05  OBJ-DATE-CIBLE       PIC 9(8).
           05  OBJ-TAUX-CIBLE       PIC 9(3)V99.
           05  OBJ-DATE-DEBUT       PIC 9(8).
           05  OBJ-CUMUL            PIC S9(9)V99.
           05  OBJ-DERNIERE-PERIODE PIC 9(6).
           05  OBJ-STATUT           PIC X(1).
           05  OBJ-DERNIER-ETAT     PIC X(1).
