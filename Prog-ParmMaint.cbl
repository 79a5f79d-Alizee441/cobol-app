      * new value, operator and timestamp - so "who halved
      * the limit last Tuesday" is one look at the history
      * file instead of archaeology.
      *
      * The same screen keeps the rate-age, rate-move, PIN
      * validity and PIN reuse parameters; every field is
      * written back, so none is lost when another one
      * changes.
      *****************************************************

       ENVIRONMENT DIVISION.
           05  PARMH-NOUVEL-APPROB  PIC 9(5).
           05  PARMH-ANCIEN-AGE     PIC 9(3).
           05  PARMH-NOUVEL-AGE     PIC 9(3).
           05  PARMH-ANCIENNE-DUREE PIC 9(3).
           05  PARMH-NOUVELLE-DUREE PIC 9(3).
           05  PARMH-ANCIEN-HISTO   PIC 9(1).
           05  PARMH-NOUVEL-HISTO   PIC 9(1).
           05  PARMH-ANCIEN-ECART   PIC 9(2).
           05  PARMH-NOUVEL-ECART   PIC 9(2).

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS    PIC XX.
       77 WS-NOUVEL-APPROB  PIC 9(5) VALUE ZEROS.
       77 WS-ANCIEN-AGE     PIC 9(3) VALUE 30.
       77 WS-NOUVEL-AGE     PIC 9(3) VALUE ZEROS.
       77 WS-ANCIENNE-DUREE PIC 9(3) VALUE 90.
       77 WS-NOUVELLE-DUREE PIC 9(3) VALUE ZEROS.
       77 WS-ANCIEN-HISTO   PIC 9(1) VALUE 3.
       77 WS-NOUVEL-HISTO   PIC 9(1) VALUE ZEROS.
       77 WS-ANCIEN-ECART   PIC 9(2) VALUE 10.
       77 WS-NOUVEL-ECART   PIC 9(2) VALUE ZEROS.
       77 WS-ETAT-STATUS    PIC XX.
       77 WS-ETAT-OUVERT    PIC X VALUE 'Y'.
       77 WS-LEVER          PIC X VALUE 'N'.
       77 WS-PROGRAMME      PIC X(8) VALUE 'PARAM'.
       77 WS-MONTANT-AUDIT  PIC 9(7)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-OPERATEUR-MENU PIC X(8).
           2 LINE 7 COL 28 PIC 9(5) FROM WS-ANCIEN-APPROB.
           2 LINE 7 COL 40 VALUE 'Age maxi des taux :'.
           2 LINE 7 COL 60 PIC 9(3) FROM WS-ANCIEN-AGE.
           2 LINE 5 COL 40 VALUE 'Validite PIN (jours) :'.
           2 LINE 5 COL 63 PIC 9(3) FROM WS-ANCIENNE-DUREE.
           2 LINE 6 COL 40 VALUE 'Anciens PIN refuses :'.
           2 LINE 6 COL 63 PIC 9 FROM WS-ANCIEN-HISTO.
           2 LINE 4 COL 40 VALUE 'Ecart maxi taux (%)  :'.
           2 LINE 4 COL 63 PIC 9(2) FROM WS-ANCIEN-ECART.

       1 plg-saisie.
           2 LINE 8 COL 3 VALUE 'Nouveau seuil - signe (+/-) ?'.
           2 PIC 9(5) TO WS-NOUVEL-APPROB REQUIRED.
           2 LINE 10 COL 3 VALUE 'Nouvel age maxi des taux (jours) ?'.
           2 PIC 9(3) TO WS-NOUVEL-AGE REQUIRED.
           2 LINE 10 COL 44 VALUE 'Nouvel ecart taux (%) ?'.
           2 PIC 9(2) TO WS-NOUVEL-ECART REQUIRED.
           2 LINE 11 COL 3 VALUE 'Nouvelle validite PIN (jours) ?'.
           2 PIC 9(3) TO WS-NOUVELLE-DUREE REQUIRED.
           2 LINE 11 COL 40 VALUE 'Anciens PIN refuses (1-3) ?'.
           2 PIC 9 TO WS-NOUVEL-HISTO REQUIRED.

       1 plg-seuil-invalide.
           2 LINE 10 COL 3 VALUE
           2 LINE 11 COL 3 VALUE
               'AGE DES TAUX INVALIDE - ENTRE 1 ET 999 JOURS.'.

       1 plg-duree-invalide.
           2 LINE 12 COL 3 VALUE
               'VALIDITE PIN INVALIDE - ENTRE 1 ET 999 JOURS.'.

       1 plg-histo-invalide.
           2 LINE 12 COL 3 VALUE
               'ANCIENS PIN REFUSES INVALIDE - ENTRE 1 ET 3.'.

       1 plg-ecart-invalide.
           2 LINE 12 COL 3 VALUE
               'ECART DES TAUX INVALIDE - ENTRE 1 ET 99 %.'.

       1 plg-fait.
           2 LINE 12 COL 3 VALUE 'PARAMETRES MIS A JOUR.'.

       1 plg-suspendu.
           2 LINE 13 COL 3 VALUE 'SAISIES SUSPENDUES -'.
               GOBACK
           END-IF.

           IF WS-NOUVEL-ECART < 1
               DISPLAY plg-ecart-invalide
               GOBACK
           END-IF.

      * Three previous PINs is all OPER-PIN-ANCIEN holds.
           IF WS-NOUVELLE-DUREE < 1
               DISPLAY plg-duree-invalide
               GOBACK
           END-IF.
           IF WS-NOUVEL-HISTO < 1 OR WS-NOUVEL-HISTO > 3
               DISPLAY plg-histo-invalide
               GOBACK
           END-IF.

           IF WS-SIGNE-SAISI = '-'
               COMPUTE WS-NOUVEAU-SEUIL = ZERO - WS-SEUIL-SAISI
           ELSE
                           AND PARM-AGE-TAUX > ZERO
                           MOVE PARM-AGE-TAUX TO WS-ANCIEN-AGE
                       END-IF
                       IF PARM-DUREE-PIN NUMERIC
                           AND PARM-DUREE-PIN > ZERO
                           MOVE PARM-DUREE-PIN TO WS-ANCIENNE-DUREE
                       END-IF
                       IF PARM-HISTO-PIN NUMERIC
                           AND PARM-HISTO-PIN > ZERO
                           MOVE PARM-HISTO-PIN TO WS-ANCIEN-HISTO
                       END-IF
                       IF PARM-ECART-TAUX NUMERIC
                           AND PARM-ECART-TAUX > ZERO
                           MOVE PARM-ECART-TAUX TO WS-ANCIEN-ECART
                       END-IF
               END-READ
               CLOSE BUDGET-PARM
           END-IF.
           MOVE WS-NOUVELLE-LIM  TO PARM-LIMITE-JOUR.
           MOVE WS-NOUVEL-APPROB TO PARM-SEUIL-APPROB.
           MOVE WS-NOUVEL-AGE    TO PARM-AGE-TAUX.
           MOVE WS-NOUVELLE-DUREE TO PARM-DUREE-PIN.
           MOVE WS-NOUVEL-HISTO  TO PARM-HISTO-PIN.
           MOVE WS-NOUVEL-ECART  TO PARM-ECART-TAUX.
           WRITE PARM-RECORD.
           CLOSE BUDGET-PARM.

           MOVE WS-NOUVEL-APPROB TO PARMH-NOUVEL-APPROB.
           MOVE WS-ANCIEN-AGE    TO PARMH-ANCIEN-AGE.
           MOVE WS-NOUVEL-AGE    TO PARMH-NOUVEL-AGE.
           MOVE WS-ANCIENNE-DUREE TO PARMH-ANCIENNE-DUREE.
           MOVE WS-NOUVELLE-DUREE TO PARMH-NOUVELLE-DUREE.
           MOVE WS-ANCIEN-HISTO  TO PARMH-ANCIEN-HISTO.
           MOVE WS-NOUVEL-HISTO  TO PARMH-NOUVEL-HISTO.
           MOVE WS-ANCIEN-ECART  TO PARMH-ANCIEN-ECART.
           MOVE WS-NOUVEL-ECART  TO PARMH-NOUVEL-ECART.

           WRITE PARMH-RECORD.

