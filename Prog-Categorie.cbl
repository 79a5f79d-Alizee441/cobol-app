
       WORKING-STORAGE SECTION.
       77 WS-CATG-STATUS  PIC XX.

       LINKAGE SECTION.
       01 LK-CATEGORIE    PIC X(4).
       PROCEDURE DIVISION USING LK-CATEGORIE LK-VALIDE.
       para-principale.
           MOVE 'N' TO LK-VALIDE.

           OPEN INPUT CATEG-FILE.
           IF WS-CATG-STATUS = "00"
               MOVE LK-CATEGORIE TO CATG-CODE
               READ CATEG-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO LK-VALIDE
               END-READ
               CLOSE CATEG-FILE
           END-IF.

