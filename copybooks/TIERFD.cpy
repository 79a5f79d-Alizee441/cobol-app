      *****************************************************
      * TIERS-FILE record layout. TIERS-CATEGORIE is the
      * category proposed when a posting names the payee
      * and leaves its own category blank. TIERS-ACTIF is
      * 'A' (actif) or 'I' (inactif): an inactive payee
      * stays on file for the reports but is refused on new
      * postings.
      *****************************************************
       FD  TIERS-FILE.
       01  TIERS-RECORD.
           05  TIERS-CODE           PIC X(8).
           05  TIERS-NOM            PIC X(30).
           05  TIERS-CATEGORIE      PIC X(4).
           05  TIERS-ACTIF          PIC X(1).
