       IDENTIFICATION DIVISION.
       PROGRAM-ID. Gestion_Repartitions.

      *****************************************************
      * Maintenance of the REPART-FILE allocation rules:
      * for a category, the departments its postings are
      * shared across at month-end and each one's
      * percentage. The lines of a rule are keyed one after
      * the other, a blank department ending the list; the
      * rule is only stored when every department is known
      * to DEPT-FILE, none is keyed twice and the
      * percentages total exactly 100. A category keyed
      * with no line at all has its rule removed.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY REPASEL.

       DATA DIVISION.
       FILE SECTION.
           COPY REPAFD.

       WORKING-STORAGE SECTION.
       77 WS-REPA-STATUS  PIC XX.
       77 WS-EOF-SWITCH   PIC X VALUE 'N'.
           88 WS-EOF      VALUE 'Y'.
       77 WS-CATEGORIE    PIC X(4) VALUE SPACES.
       77 WS-CATG-VALIDE  PIC X VALUE 'N'.
       77 WS-DEPARTEMENT  PIC X(3) VALUE SPACES.
       77 WS-DEPT-VALIDE  PIC X VALUE 'N'.
       77 WS-POURCENT     PIC 9(3)V99 VALUE ZEROS.
       77 WS-TOTAL        PIC 9(4)V99 VALUE ZEROS.
       77 WS-NO-LIGNE     PIC 9 VALUE ZEROS.
       77 WS-FIN-LIGNES   PIC X VALUE 'N'.
       77 WS-REGLE-VALIDE PIC X VALUE 'N'.
       77 WS-DOUBLON      PIC X VALUE 'N'.
       77 WS-LI-IDX       PIC 9.
       77 WS-ENCORE       PIC X VALUE 'O'.
           88 WS-TERMINE  VALUE 'N'.

      * The rule being keyed.
       01 WS-REGLE.
           05 WS-RG-LIGNE OCCURS 8 TIMES.
               10 WS-RG-DEPT        PIC X(3).
               10 WS-RG-POURCENT    PIC 9(3)V99.
       77 WS-RG-COUNT        PIC 9 VALUE ZEROS.

       01 WS-RP-TABLE.
           05 WS-RP-ENTRY OCCURS 50 TIMES.
               10 WS-RP-CATEGORIE   PIC X(4).
               10 WS-RP-REGLE       PIC X(64).
       77 WS-RP-COUNT        PIC 99 VALUE ZEROS.
       77 WS-RP-IDX          PIC 99.

       SCREEN SECTION.
       1 plg-titre.
           2 BLANK SCREEN.
           2 LINE 2 COL 15 VALUE 'Gestion des repartitions :'.

       1 plg-categorie.
           2 LINE 4 COL 3 VALUE 'Code categorie (4 car.) ?'.
           2 PIC X(4) TO WS-CATEGORIE REQUIRED.

       1 plg-categorie-invalide.
           2 LINE 4 COL 40 VALUE 'CATEGORIE INCONNUE'.

       1 plg-ligne.
           2 LINE 6 COL 3 VALUE 'Ligne'.
           2 LINE 6 COL 9 PIC 9 FROM WS-NO-LIGNE.
           2 LINE 6 COL 12 VALUE 'Departement (blanc = fin) ?'.
           2 PIC X(3) TO WS-DEPARTEMENT.
           2 LINE 6 COL 46 VALUE 'Pourcentage ?'.
           2 PIC ZZ9.99 TO WS-POURCENT.
           2 LINE 7 COL 3 VALUE 'Total saisi :'.
           2 LINE 7 COL 17 PIC ZZZ9.99 FROM WS-TOTAL.

       1 plg-ligne-invalide.
           2 LINE 8 COL 3 VALUE
               'DEPARTEMENT INCONNU, EN DOUBLE OU 0 % - RESSAISIR.'.

       1 plg-total-invalide.
           2 LINE 8 COL 3 VALUE
               'TOTAL DIFFERENT DE 100 % - REGLE A RESSAISIR.     '.

       1 plg-table-pleine.
           2 LINE 8 COL 3 VALUE
               'FICHIER DES REPARTITIONS PLEIN (50).              '.

       1 plg-confirme.
           2 LINE 9 COL 3 VALUE 'Regle enregistree :'.
           2 LINE 9 COL 23 PIC X(4) FROM WS-CATEGORIE.

       1 plg-supprime.
           2 LINE 9 COL 3 VALUE 'Regle supprimee :'.
           2 LINE 9 COL 23 PIC X(4) FROM WS-CATEGORIE.

       1 plg-encore.
           2 LINE 10 COL 3 VALUE 'Saisir une autre regle (O/N) ?'.
           2 PIC X TO WS-ENCORE REQUIRED.

       PROCEDURE DIVISION.
       para-principale.
           DISPLAY plg-titre.
           PERFORM para-charger-regles.

           PERFORM UNTIL WS-TERMINE
               MOVE SPACES TO WS-CATEGORIE
               MOVE 'N' TO WS-CATG-VALIDE
               PERFORM UNTIL WS-CATG-VALIDE = 'Y'
                   DISPLAY plg-categorie
                   ACCEPT plg-categorie
                   CALL 'Verifier_Categorie' USING WS-CATEGORIE
                       WS-CATG-VALIDE
                   IF WS-CATG-VALIDE NOT = 'Y'
                       DISPLAY plg-categorie-invalide
                   END-IF
               END-PERFORM
               MOVE 'N' TO WS-REGLE-VALIDE
               PERFORM UNTIL WS-REGLE-VALIDE = 'Y'
                   PERFORM para-saisir-regle
               END-PERFORM
               IF WS-RG-COUNT = ZERO
                   PERFORM para-supprimer-regle
                   PERFORM para-ecrire-regles
                   DISPLAY plg-supprime
               ELSE
                   PERFORM para-ranger-regle
                   PERFORM para-ecrire-regles
               END-IF
               DISPLAY plg-encore
               ACCEPT plg-encore
           END-PERFORM.

           GOBACK.

      * Keys the lines of one rule; the rule is accepted
      * when it is empty (removal) or totals 100 %.
       para-saisir-regle.
           MOVE SPACES TO WS-REGLE.
           PERFORM VARYING WS-LI-IDX FROM 1 BY 1
                   UNTIL WS-LI-IDX > 8
               MOVE ZEROS TO WS-RG-POURCENT(WS-LI-IDX)
           END-PERFORM.
           MOVE ZEROS TO WS-RG-COUNT WS-TOTAL.
           MOVE 'N' TO WS-FIN-LIGNES.
           PERFORM UNTIL WS-FIN-LIGNES = 'Y' OR WS-RG-COUNT = 8
               PERFORM para-saisir-ligne
           END-PERFORM.
           IF WS-RG-COUNT = ZERO OR WS-TOTAL = 100
               MOVE 'Y' TO WS-REGLE-VALIDE
           ELSE
               DISPLAY plg-total-invalide
           END-IF.

       para-saisir-ligne.
           COMPUTE WS-NO-LIGNE = WS-RG-COUNT + 1.
           MOVE SPACES TO WS-DEPARTEMENT.
           MOVE ZEROS TO WS-POURCENT.
           DISPLAY plg-ligne.
           ACCEPT plg-ligne.
           IF WS-DEPARTEMENT = SPACES
               MOVE 'Y' TO WS-FIN-LIGNES
               EXIT PARAGRAPH
           END-IF.

           CALL 'Verifier_Departement' USING WS-DEPARTEMENT
               WS-DEPT-VALIDE.
           MOVE 'N' TO WS-DOUBLON.
           PERFORM VARYING WS-LI-IDX FROM 1 BY 1
                   UNTIL WS-LI-IDX > WS-RG-COUNT
               IF WS-RG-DEPT(WS-LI-IDX) = WS-DEPARTEMENT
                   MOVE 'Y' TO WS-DOUBLON
               END-IF
           END-PERFORM.
           IF WS-DEPT-VALIDE NOT = 'Y' OR WS-DOUBLON = 'Y'
               OR WS-POURCENT = ZERO
               DISPLAY plg-ligne-invalide
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RG-COUNT.
           MOVE WS-DEPARTEMENT TO WS-RG-DEPT(WS-RG-COUNT).
           MOVE WS-POURCENT TO WS-RG-POURCENT(WS-RG-COUNT).
           ADD WS-POURCENT TO WS-TOTAL.

      * An existing category is updated in place; a new one
      * is appended to the table (up to the 50-rule
      * maximum).
       para-ranger-regle.
           MOVE 1 TO WS-RP-IDX.
           PERFORM UNTIL WS-RP-IDX > WS-RP-COUNT
                       OR WS-RP-CATEGORIE(WS-RP-IDX) = WS-CATEGORIE
               ADD 1 TO WS-RP-IDX
           END-PERFORM.

           IF WS-RP-IDX > WS-RP-COUNT AND WS-RP-COUNT < 50
               ADD 1 TO WS-RP-COUNT
               MOVE WS-RP-COUNT TO WS-RP-IDX
           END-IF.

           IF WS-RP-IDX NOT > WS-RP-COUNT
               MOVE WS-CATEGORIE TO WS-RP-CATEGORIE(WS-RP-IDX)
               MOVE WS-REGLE     TO WS-RP-REGLE(WS-RP-IDX)
               DISPLAY plg-confirme
           ELSE
               DISPLAY plg-table-pleine
           END-IF.

      * The last rule moves into the removed one's place.
       para-supprimer-regle.
           MOVE 1 TO WS-RP-IDX.
           PERFORM UNTIL WS-RP-IDX > WS-RP-COUNT
                       OR WS-RP-CATEGORIE(WS-RP-IDX) = WS-CATEGORIE
               ADD 1 TO WS-RP-IDX
           END-PERFORM.

           IF WS-RP-IDX NOT > WS-RP-COUNT
               MOVE WS-RP-ENTRY(WS-RP-COUNT) TO WS-RP-ENTRY(WS-RP-IDX)
               SUBTRACT 1 FROM WS-RP-COUNT
           END-IF.

       para-charger-regles.
           MOVE ZEROS TO WS-RP-COUNT.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT REPART-FILE.
           IF WS-REPA-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ REPART-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-RP-COUNT < 50
                               ADD 1 TO WS-RP-COUNT
                               MOVE REPART-RECORD
                                   TO WS-RP-ENTRY(WS-RP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPART-FILE
           END-IF.

       para-ecrire-regles.
           OPEN OUTPUT REPART-FILE.
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                       UNTIL WS-RP-IDX > WS-RP-COUNT
               MOVE WS-RP-ENTRY(WS-RP-IDX) TO REPART-RECORD
               WRITE REPART-RECORD
           END-PERFORM.
           CLOSE REPART-FILE.
