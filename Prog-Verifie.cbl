           COPY STATFD.

       FD  TRAVAIL-FILE.
       01  TRAV-RECORD              PIC X(139).

       FD  BUDGET-SOLDE.
       01  SOLDE-RECORD.
           05  SOLDE-OUVERTURE      PIC S9(9)V99
               SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       77 WS-LEDGER-STATUS  PIC XX.
       77 WS-NB-TOTAUX-FAUX PIC 9(6) VALUE ZEROS.
       77 WS-NB-RECOPIES    PIC 9(6) VALUE ZEROS.
       77 WS-NB-RECHARGES   PIC 9(6) VALUE ZEROS.
       77 WS-TOTAL-ATTENDU  PIC S9(9)V99 VALUE ZEROS.
       77 WS-SOLDE          PIC S9(9)V99 SIGN LEADING SEPARATE
           VALUE ZEROS.
       77 WS-SOLDE-PRESENT  PIC X VALUE 'N'.
       77 WS-DERNIER-CALCBUD PIC S9(9)V99 VALUE ZEROS.
       77 WS-CALCBUD-VU     PIC X VALUE 'N'.
       77 WS-ANOMALIES      PIC X VALUE 'N'.
       77 WS-ETAT-STATUS    PIC XX.
