      *****************************************************
      * Spreading schedule record. ETAL-SEQUENCE is the
      * original posting; ETAL-SENS the side it was posted
      * on ('G' gains / 'P' pertes); ETAL-DEBUT the first
      * period (AAAAMM) a share is released into;
      * ETAL-LIBERE the amount released so far and
      * ETAL-DERNIERE the last period that received a
      * share. Operator, category, department and payee
      * are kept from the original so the shares can still
      * be posted once it has been archived.
      *****************************************************
       FD  ETALEMENT-FILE.
       01  ETALEMENT-RECORD.
           05  ETAL-SEQUENCE        PIC 9(9).
           05  ETAL-DATE-ORIG       PIC 9(8).
           05  ETAL-SENS            PIC X(1).
           05  ETAL-MONTANT         PIC 9(7)V99.
           05  ETAL-NB-MOIS         PIC 9(2).
           05  ETAL-DEBUT           PIC 9(6).
           05  ETAL-LIBERE          PIC 9(7)V99.
           05  ETAL-DERNIERE        PIC 9(6).
           05  ETAL-OPERATEUR       PIC X(8).
           05  ETAL-CATEGORIE       PIC X(4).
           05  ETAL-DEPARTEMENT     PIC X(3).
           05  ETAL-TIERS           PIC X(8).
