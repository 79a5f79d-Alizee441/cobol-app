      * field by field so this file IS a slip file.
       FD  IMPORT-SORTIE.
       01  IMP-RECORD.
           05  IMP-GAINS            PIC 9(7)V99.
           05  IMP-PERTES           PIC 9(7)V99.
           05  IMP-OPERATEUR        PIC X(8).
           05  IMP-CATEGORIE        PIC X(4).
           05  IMP-DATE             PIC X(8).
           05  IMP-DEPARTEMENT      PIC X(3).
           05  IMP-CODE-TVA         PIC X(3).
           05  IMP-DOCUMENT         PIC X(10).
           05  IMP-TOTAL-DOC        PIC 9(7)V99.
           05  IMP-TIERS            PIC X(8).

       WORKING-STORAGE SECTION.
       77 WS-CSV-STATUS     PIC XX.

       77 WS-TAMPON         PIC X(12) VALUE SPACES.

      * Amount as exported: euros, then an optional point
      * and up to two digits of cents.
       77 WS-MNT-TEXTE      PIC X(12) VALUE SPACES.
       77 WS-MNT-ENTIER     PIC X(12) VALUE SPACES.
       77 WS-MNT-DECIM      PIC X(12) VALUE SPACES.
       77 WS-MNT-LONG       PIC 99 VALUE ZEROS.
       77 WS-MNT-EUROS      PIC 9(9) VALUE ZEROS.
       77 WS-MNT-CENTS      PIC 99 VALUE ZEROS.
       77 WS-MNT-VALEUR     PIC 9(7)V99 VALUE ZEROS.
       77 WS-MNT-OK         PIC X VALUE 'N'.
       77 WS-GAINS-LU       PIC 9(7)V99 VALUE ZEROS.
       77 WS-PERTES-LU      PIC 9(7)V99 VALUE ZEROS.

       01 WS-REJET-LINE.
           05 FILLER             PIC X(6)  VALUE 'LIGNE '.
           05 WS-R-LIGNE         PIC 9(6).

      * The quotes are blanked and the commas then split the
      * row - the convention carries no embedded commas, the
      * amounts travel as digits with a decimal point.
       para-traiter-ligne.
           IF CSV-LIGNE = SPACES
               EXIT PARAGRAPH
               MOVE 'CATEGORIE ABSENTE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-F-GAINS TO WS-MNT-TEXTE.
           PERFORM para-convertir-montant.
           IF WS-MNT-OK NOT = 'Y'
               MOVE 'GAINS NON NUMERIQUE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MNT-VALEUR TO WS-GAINS-LU.
           MOVE WS-F-PERTES TO WS-MNT-TEXTE.
           PERFORM para-convertir-montant.
           IF WS-MNT-OK NOT = 'Y'
               MOVE 'PERTES NON NUMERIQUE' TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MNT-VALEUR TO WS-PERTES-LU.
           IF WS-F-OPERATEUR = SPACES
               MOVE 'OPERATEUR ABSENT' TO WS-MOTIF
           END-IF.
      * resolves it to the category's default, exactly as
      * for a hand-keyed slip without one.
       para-ecrire-slip.
           MOVE WS-GAINS-LU         TO IMP-GAINS.
           MOVE WS-PERTES-LU        TO IMP-PERTES.
           MOVE WS-F-OPERATEUR(1:8) TO IMP-OPERATEUR.
           MOVE WS-F-CATEGORIE(1:4) TO IMP-CATEGORIE.
           MOVE WS-F-DATE(1:8)      TO IMP-DATE.
           MOVE WS-F-DEPT(1:3)      TO IMP-DEPARTEMENT.
           MOVE SPACES              TO IMP-CODE-TVA.
           MOVE SPACES              TO IMP-DOCUMENT.
           MOVE ZEROS               TO IMP-TOTAL-DOC.
           MOVE SPACES              TO IMP-TIERS.
           WRITE IMP-RECORD.
           ADD 1 TO WS-NB-ACCEPTES.

      * Euros (1 to 9 digits, as Calcul_Budget_Export pads
      * them with zeros, but no more than 9999999), then
      * optionally a point and one or two digits of cents;
      * anything else is refused rather than guessed at.
       para-convertir-montant.
           MOVE 'N' TO WS-MNT-OK.
           MOVE ZEROS TO WS-MNT-VALEUR WS-MNT-EUROS WS-MNT-CENTS.
           MOVE SPACES TO WS-MNT-ENTIER WS-MNT-DECIM.
           UNSTRING WS-MNT-TEXTE DELIMITED BY '.' OR ALL SPACE
               INTO WS-MNT-ENTIER WS-MNT-DECIM
           END-UNSTRING.

           MOVE ZEROS TO WS-MNT-LONG.
           INSPECT WS-MNT-ENTIER TALLYING WS-MNT-LONG
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-MNT-LONG = ZERO OR WS-MNT-LONG > 9
               EXIT PARAGRAPH
           END-IF.
           IF WS-MNT-ENTIER(1:WS-MNT-LONG) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MNT-ENTIER(1:WS-MNT-LONG) TO WS-MNT-EUROS.
           IF WS-MNT-EUROS > 9999999
               EXIT PARAGRAPH
           END-IF.

           IF WS-MNT-DECIM NOT = SPACES
               IF WS-MNT-DECIM(3:) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               IF WS-MNT-DECIM(2:1) = SPACE
                   MOVE '0' TO WS-MNT-DECIM(2:1)
               END-IF
               IF WS-MNT-DECIM(1:2) NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-MNT-DECIM(1:2) TO WS-MNT-CENTS
           END-IF.

           COMPUTE WS-MNT-VALEUR = WS-MNT-EUROS + WS-MNT-CENTS / 100.
           MOVE 'Y' TO WS-MNT-OK.
