
       WORKING-STORAGE SECTION.
       77 WS-DEPT-STATUS  PIC XX.

       LINKAGE SECTION.
       01 LK-DEPARTEMENT  PIC X(3).
       PROCEDURE DIVISION USING LK-DEPARTEMENT LK-VALIDE.
       para-principale.
           MOVE 'N' TO LK-VALIDE.

           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS = "00"
               MOVE LK-DEPARTEMENT TO DEPT-CODE
               READ DEPT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO LK-VALIDE
               END-READ
               CLOSE DEPT-FILE
           END-IF.

