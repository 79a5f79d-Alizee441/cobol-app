      * category or change the label and monthly budget
      * envelope of an existing one. The entry screens only
      * accept codes present in this file.
      *
      * The master is indexed on the code: the category keyed
      * is read, then rewritten or added on its own; no
      * other record is touched.
      *****************************************************

       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.
       77 WS-CATG-STATUS  PIC XX.
       77 WS-CODE         PIC X(4) VALUE SPACES.
       77 WS-LIBELLE      PIC X(20) VALUE SPACES.
       77 WS-BUDGET       PIC 9(7) VALUE ZEROS.
       77 WS-ENCORE       PIC X VALUE 'O'.
           88 WS-TERMINE  VALUE 'N'.

       SCREEN SECTION.
       1 plg-titre.
           2 BLANK SCREEN.
           2 LINE 8 COL 3 VALUE 'Categorie enregistree :'.
           2 LINE 8 COL 27 PIC X(4) FROM WS-CODE.

       1 plg-echec.
           2 LINE 8 COL 3 VALUE 'FICHIER DES CATEGORIES INACCESSIBLE :'.
           2 LINE 8 COL 41 PIC XX FROM WS-CATG-STATUS.

       1 plg-encore.
           2 LINE 10 COL 3 VALUE 'Saisir une autre categorie (O/N) ?'.
           2 PIC X TO WS-ENCORE REQUIRED.
       PROCEDURE DIVISION.
       para-principale.
           DISPLAY plg-titre.

           PERFORM UNTIL WS-TERMINE
               MOVE SPACES TO WS-CODE WS-LIBELLE WS-CODE-TVA
                       DISPLAY plg-tva-invalide
                   END-IF
               END-PERFORM
               PERFORM para-ecrire-categorie
               DISPLAY plg-encore
               ACCEPT plg-encore
           END-PERFORM.

           GOBACK.

      * An existing code is rewritten in place - fields this
      * screen does not maintain keep their value - and a
      * new one is added.
       para-ecrire-categorie.
           OPEN I-O CATEG-FILE.
           IF WS-CATG-STATUS = "35"
               OPEN OUTPUT CATEG-FILE
               CLOSE CATEG-FILE
               OPEN I-O CATEG-FILE
           END-IF.
           IF WS-CATG-STATUS NOT = "00"
               DISPLAY plg-echec
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CODE TO CATG-CODE.
           READ CATEG-FILE
               INVALID KEY
                   INITIALIZE CATEG-RECORD
                   MOVE WS-CODE     TO CATG-CODE
                   MOVE WS-LIBELLE  TO CATG-LIBELLE
                   MOVE WS-BUDGET   TO CATG-BUDGET-MOIS
                   MOVE WS-CODE-TVA TO CATG-CODE-TVA
                   WRITE CATEG-RECORD
               NOT INVALID KEY
                   MOVE WS-LIBELLE  TO CATG-LIBELLE
                   MOVE WS-BUDGET   TO CATG-BUDGET-MOIS
                   MOVE WS-CODE-TVA TO CATG-CODE-TVA
                   REWRITE CATEG-RECORD
           END-READ.
           CLOSE CATEG-FILE.
           DISPLAY plg-confirme.
