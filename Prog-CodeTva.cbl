
       WORKING-STORAGE SECTION.
       77 WS-TVA-STATUS   PIC XX.

       LINKAGE SECTION.
       01 LK-CODE         PIC X(3).
       para-principale.
           MOVE 'N' TO LK-VALIDE.
           MOVE ZEROS TO LK-TAUX.

           OPEN INPUT TVA-FILE.
           IF WS-TVA-STATUS = "00"
               MOVE LK-CODE TO TVA-CODE
               READ TVA-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO LK-VALIDE
                       MOVE TVA-TAUX TO LK-TAUX
               END-READ
               CLOSE TVA-FILE
           END-IF.

