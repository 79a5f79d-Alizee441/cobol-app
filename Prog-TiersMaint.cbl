       IDENTIFICATION DIVISION.
       PROGRAM-ID. Gestion_Tiers.

      *****************************************************
      * Maintenance of the TIERS-FILE master: add a payee
      * or change the name, default category and active
      * flag of an existing one. A payee is never deleted -
      * the ledger and the archive still name it - it is
      * set inactive ('I') and new postings refuse it.
      *
      * The master is indexed on the code: the payee keyed
      * is read, then rewritten or added on its own; no
      * other record is touched.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TIERSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY TIERFD.

       WORKING-STORAGE SECTION.
       77 WS-TIERS-STATUS PIC XX.
       77 WS-CODE         PIC X(8) VALUE SPACES.
       77 WS-NOM          PIC X(30) VALUE SPACES.
       77 WS-CATEGORIE    PIC X(4) VALUE SPACES.
       77 WS-ACTIF        PIC X VALUE 'A'.
           88 WS-ACTIF-VALIDE VALUE 'A' 'I'.
       77 WS-CATG-VALIDE  PIC X VALUE 'N'.
       77 WS-ENCORE       PIC X VALUE 'O'.
           88 WS-TERMINE  VALUE 'N'.

       SCREEN SECTION.
       1 plg-titre.
           2 BLANK SCREEN.
           2 LINE 2 COL 15 VALUE 'Gestion des tiers :'.

       1 plg-tiers.
           2 LINE 4 COL 3 VALUE 'Code tiers (8 car.) ?'.
           2 PIC X(8) TO WS-CODE REQUIRED.
           2 LINE 5 COL 3 VALUE 'Nom ?'.
           2 PIC X(30) TO WS-NOM REQUIRED.
           2 LINE 6 COL 3 VALUE 'Categorie par defaut ?'.
           2 PIC X(4) TO WS-CATEGORIE REQUIRED.
           2 LINE 7 COL 3 VALUE 'Actif (A) ou inactif (I) ?'.
           2 PIC X TO WS-ACTIF REQUIRED.

       1 plg-categorie-invalide.
           2 LINE 9 COL 3 VALUE 'CATEGORIE INCONNUE - RESSAISIR.'.

       1 plg-actif-invalide.
           2 LINE 9 COL 3 VALUE 'INDICATEUR A OU I - RESSAISIR.  '.

       1 plg-confirme.
           2 LINE 8 COL 3 VALUE 'Tiers enregistre :'.
           2 LINE 8 COL 22 PIC X(8) FROM WS-CODE.

       1 plg-echec.
           2 LINE 8 COL 3 VALUE 'FICHIER DES TIERS INACCESSIBLE :'.
           2 LINE 8 COL 36 PIC XX FROM WS-TIERS-STATUS.

       1 plg-encore.
           2 LINE 10 COL 3 VALUE 'Saisir un autre tiers (O/N) ?'.
           2 PIC X TO WS-ENCORE REQUIRED.

       PROCEDURE DIVISION.
       para-principale.
           DISPLAY plg-titre.

           PERFORM UNTIL WS-TERMINE
               MOVE SPACES TO WS-CODE WS-NOM WS-CATEGORIE
               MOVE 'A' TO WS-ACTIF
               MOVE 'N' TO WS-CATG-VALIDE
               PERFORM UNTIL WS-CATG-VALIDE = 'Y'
                       AND WS-ACTIF-VALIDE
                   DISPLAY plg-tiers
                   ACCEPT plg-tiers
                   CALL 'Verifier_Categorie' USING WS-CATEGORIE
                       WS-CATG-VALIDE
                   IF WS-CATG-VALIDE NOT = 'Y'
                       DISPLAY plg-categorie-invalide
                   ELSE
                       IF NOT WS-ACTIF-VALIDE
                           DISPLAY plg-actif-invalide
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM para-ecrire-tiers
               DISPLAY plg-encore
               ACCEPT plg-encore
           END-PERFORM.

           GOBACK.

      * An existing code is rewritten in place and a new
      * one is added.
       para-ecrire-tiers.
           OPEN I-O TIERS-FILE.
           IF WS-TIERS-STATUS = "35"
               OPEN OUTPUT TIERS-FILE
               CLOSE TIERS-FILE
               OPEN I-O TIERS-FILE
           END-IF.
           IF WS-TIERS-STATUS NOT = "00"
               DISPLAY plg-echec
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CODE TO TIERS-CODE.
           READ TIERS-FILE
               INVALID KEY
                   MOVE WS-CODE      TO TIERS-CODE
                   MOVE WS-NOM       TO TIERS-NOM
                   MOVE WS-CATEGORIE TO TIERS-CATEGORIE
                   MOVE WS-ACTIF     TO TIERS-ACTIF
                   WRITE TIERS-RECORD
               NOT INVALID KEY
                   MOVE WS-NOM       TO TIERS-NOM
                   MOVE WS-CATEGORIE TO TIERS-CATEGORIE
                   MOVE WS-ACTIF     TO TIERS-ACTIF
                   REWRITE TIERS-RECORD
           END-READ.
           CLOSE TIERS-FILE.
           DISPLAY plg-confirme.
