       LINKAGE SECTION.
       01 LK-PROGRAMME  PIC X(8).
       01 LK-OPERATEUR  PIC X(8).
       01 LK-MONTANT    PIC 9(7)V99.

       PROCEDURE DIVISION USING LK-PROGRAMME LK-OPERATEUR LK-MONTANT.
       para-principale.
