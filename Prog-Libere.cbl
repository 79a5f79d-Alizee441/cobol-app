
       FD  BUDGET-SOLDE.
       01  SOLDE-RECORD.
           05  SOLDE-OUVERTURE      PIC S9(9)V99
               SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       77 WS-GARDE-STATUS   PIC XX.
       77 WS-NB-RESTANTS    PIC 9(4) VALUE ZEROS.
       77 WS-TVA-VALIDE     PIC X VALUE 'N'.
       77 WS-TAUX-TVA       PIC 99V99 VALUE ZEROS.
       77 WS-SOLDE-OUVERTURE PIC S9(9)V99 SIGN LEADING SEPARATE
           VALUE ZEROS.

      * Working image of the held entry being released: the
           05 WS-G-DATE             PIC 9(8).
           05 WS-G-OPERATEUR        PIC X(8).
           05 WS-G-PROGRAMME        PIC X(8).
           05 WS-G-GAINS            PIC 9(7)V99.
           05 WS-G-PERTES           PIC 9(7)V99.
           05 WS-G-CATEGORIE        PIC X(4).
           05 WS-G-RAISON           PIC X(6).
           05 WS-G-DEPARTEMENT      PIC X(3).
           05 WS-G-MONTANT-ORIG     PIC 9(7)V99.
           05 WS-G-DEVISE-ORIG      PIC X(3).
           05 WS-G-TAUX             PIC 9V9(4).
           05 WS-G-CODE-TVA         PIC X(3).
           05 WS-G-MONTANT-TVA      PIC 9(7)V99.
           05 WS-G-TIERS            PIC X(8).

       01 WS-GD-TABLE.
           05 WS-GD-ENTRY OCCURS 200 TIMES.
               10 WS-GD-RECORD      PIC X(92).
               10 WS-GD-SORT        PIC X(1).
       77 WS-GD-COUNT        PIC 9(3) VALUE ZEROS.
       77 WS-GD-IDX          PIC 9(3).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-L-OPERATEUR     PIC X(8).
           05 FILLER             PIC X(3)  VALUE ' G '.
           05 WS-L-GAINS         PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE ' P '.
           05 WS-L-PERTES        PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(6)  VALUE ' SEQ  '.
           05 WS-L-SEQUENCE      PIC 9(9).

           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-A-OPERATEUR     PIC X(8).
           05 FILLER             PIC X(3)  VALUE ' G '.
           05 WS-A-GAINS         PIC Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE ' P '.
           05 WS-A-PERTES        PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       para-principale.
           MOVE WS-G-MONTANT-TVA TO ATT-MONTANT-TVA.
           MOVE SPACES TO ATT-DECIDEUR.
           MOVE SPACES TO ATT-MOTIF-REJET.
           MOVE WS-G-TIERS TO ATT-TIERS.

           WRITE ATTENTE-RECORD.

           MOVE WS-G-DEPARTEMENT TO LEDGER-DEPARTEMENT.
           MOVE WS-G-CODE-TVA TO LEDGER-CODE-TVA.
           MOVE WS-G-MONTANT-TVA TO LEDGER-MONTANT-TVA.
           MOVE WS-G-TIERS TO LEDGER-TIERS.
           MOVE ZEROS TO LEDGER-DOCUMENT.

           IF WS-G-CODE-TVA NOT = SPACES
               AND WS-G-MONTANT-TVA = ZEROS
