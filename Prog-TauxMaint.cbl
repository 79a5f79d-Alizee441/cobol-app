
      *****************************************************
      * Keys new daily conversion rates into RATE-FILE: one
      * record per currency per effective date, added so
      * the rates already used by historical postings are
      * never overwritten. Chercher_Taux picks the entry in
      * effect on each posting date.
      *
      * RATE-FILE is indexed on currency + date: a new date
      * is one record added; a date keyed again corrects
      * that date's record in place, as the later of two
      * lines for the same date always did for the lookup.
      *****************************************************

       ENVIRONMENT DIVISION.
       77 WS-DATE-EFFET   PIC 9(8) VALUE ZEROS.
       77 WS-TAUX-SAISI   PIC 9(5) VALUE ZEROS.
       77 WS-TODAY        PIC 9(8).
       77 WS-CORRECTION   PIC X VALUE 'N'.
       77 WS-ENCORE       PIC X VALUE 'O'.
           88 WS-TERMINE  VALUE 'N'.

           2 LINE 8 COL 26 PIC X(3) FROM WS-DEVISE.
           2 LINE 8 COL 31 PIC 9(8) FROM WS-DATE-EFFET.

       1 plg-corrige.
           2 LINE 9 COL 3 VALUE
               'Taux deja saisi pour cette date : corrige.'.

       1 plg-echec.
           2 LINE 8 COL 3 VALUE 'FICHIER DES TAUX INACCESSIBLE :'.
           2 LINE 8 COL 35 PIC XX FROM WS-RATE-STATUS.

       1 plg-encore.
           2 LINE 10 COL 3 VALUE 'Saisir un autre taux (O/N) ?'.
           2 PIC X TO WS-ENCORE REQUIRED.
                   MOVE WS-TODAY TO WS-DATE-EFFET
               END-IF
               PERFORM para-ecrire-taux
               DISPLAY plg-encore
               ACCEPT plg-encore
           END-PERFORM.
           GOBACK.

       para-ecrire-taux.
           OPEN I-O RATE-FILE.
           IF WS-RATE-STATUS = "35"
               OPEN OUTPUT RATE-FILE
               CLOSE RATE-FILE
               OPEN I-O RATE-FILE
           END-IF.
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY plg-echec
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-CORRECTION.
           MOVE WS-DEVISE     TO RATE-CCY.
           MOVE WS-DATE-EFFET TO RATE-DATE-EFFET.
           READ RATE-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-CORRECTION
           END-READ.

           MOVE WS-DEVISE     TO RATE-CCY.
           MOVE WS-DATE-EFFET TO RATE-DATE-EFFET.
           COMPUTE RATE-VALEUR = WS-TAUX-SAISI / 10000.

           IF WS-CORRECTION = 'Y'
               REWRITE RATE-RECORD
           ELSE
               WRITE RATE-RECORD
           END-IF.

           CLOSE RATE-FILE.
           DISPLAY plg-confirme.
           IF WS-CORRECTION = 'Y'
               DISPLAY plg-corrige
           END-IF.
