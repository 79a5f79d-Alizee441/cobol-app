           88 WS-FIN-DEMANDEE VALUE 9.
       77 WS-OPERATEUR    PIC X(8) VALUE SPACES.
       77 WS-PROGRAMME    PIC X(8) VALUE SPACES.
       77 WS-MONTANT      PIC 9(7)V99 VALUE ZEROS.
       77 WS-DEVISE       PIC X(3) VALUE 'EUR'.
       77 WS-CATEGORIE    PIC X(4) VALUE SPACES.
       77 WS-JOUR         PIC 9(2) VALUE ZEROS.
           05 WS-OR-ENTRY OCCURS 50 TIMES.
               10 WS-OR-OPERATEUR   PIC X(8).
               10 WS-OR-PROGRAMME   PIC X(8).
               10 WS-OR-MONTANT     PIC 9(7)V99.
               10 WS-OR-DEVISE      PIC X(3).
               10 WS-OR-CATEGORIE   PIC X(4).
               10 WS-OR-JOUR        PIC 9(2).
           2 LINE 11 COL 3 VALUE 'Sens (GAINS/PERTES) ?'.
           2 PIC X(8) TO WS-PROGRAMME REQUIRED.
           2 LINE 12 COL 3 VALUE 'Montant ?'.
           2 PIC Z(6)9.99 TO WS-MONTANT REQUIRED.
           2 LINE 13 COL 3 VALUE 'Devise (EUR/USD) ?'.
           2 PIC X(3) TO WS-DEVISE REQUIRED.
           2 LINE 14 COL 3 VALUE 'Categorie ?'.
