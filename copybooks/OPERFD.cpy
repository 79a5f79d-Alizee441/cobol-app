      * counts consecutive bad PINs - Verifier_Login locks
      * the id once it reaches the maximum until an
      * administrator releases it.
      *
      * The PIN itself is never stored: OPER-PIN-EMPREINTE
      * is its one-way fingerprint from Hacher_Pin (salted
      * with the id, so two operators with the same PIN
      * differ). OPER-DATE-PIN is the day the operator last
      * chose it - zeros after a creation, an administrator
      * reset or the conversion, which forces a change at
      * the next login - and OPER-PIN-ANCIEN keeps the
      * fingerprints of the previous PINs, most recent
      * first, so they cannot be chosen again.
      *
      * OPER-DERN-CONNEX-DATE/-HEURE are set by Verifier_
      * Login on each successful login (zeros for an id
      * never used since the field was added) and read by
      * the access review Calcul_Budget_Revue.
      *****************************************************
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05  OPER-ID              PIC X(8).
           05  OPER-PIN-EMPREINTE   PIC 9(10).
           05  OPER-ACTIF           PIC X(1).
           05  OPER-ADMIN           PIC X(1).
           05  OPER-ECHECS          PIC 9(2).
           05  OPER-DATE-PIN        PIC 9(8).
           05  OPER-PIN-ANCIEN      PIC 9(10) OCCURS 3 TIMES.
           05  OPER-DERN-CONNEX-DATE  PIC 9(8).
           05  OPER-DERN-CONNEX-HEURE PIC 9(6).
