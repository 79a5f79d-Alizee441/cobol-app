      * maximum the id stays locked (even with the right
      * PIN) until an administrator releases it through
      * Gestion_Operateurs. A good login resets the count.
      * The id is one keyed read on the indexed file and
      * only its own record is rewritten.
      *
      * The PIN keyed is compared through its Hacher_Pin
      * fingerprint, never in clear. A right PIN that is
      * older than PARM-DUREE-PIN days (or was set by an
      * administrator, dated zeros) does not open the
      * session yet: the operator must first choose a new
      * PIN on the screen below, through Changer_Pin, which
      * refuses the current and recent PINs. Three failed
      * attempts leave the login refused, without counting
      * against the bad-PIN lockout.
      *
      * Every login granted stamps the record with its date
      * and time (OPER-DERN-CONNEX-DATE/-HEURE), which the
      * quarterly access review reads to find ids nobody
      * uses any more.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERSEL.
           COPY PARMSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY OPERFD.
           COPY PARMFD.

       WORKING-STORAGE SECTION.
       77 WS-OPER-STATUS  PIC XX.
       77 WS-MAX-ECHECS   PIC 9 VALUE 3.
       77 WS-MODIFIE      PIC X VALUE 'N'.
       77 WS-PARM-STATUS  PIC XX.
       77 WS-DUREE-PIN    PIC 9(3) VALUE 90.
       77 WS-EMPREINTE    PIC 9(10) VALUE ZEROS.
       77 WS-TODAY        PIC 9(8) VALUE ZEROS.
       77 WS-AGE-PIN      PIC S9(7) VALUE ZEROS.
       77 WS-NOUVEAU-PIN  PIC X(4) VALUE SPACES.
       77 WS-PIN-CONFIRME PIC X(4) VALUE SPACES.
       77 WS-RESULTAT     PIC X VALUE SPACES.
       77 WS-ESSAIS       PIC 9 VALUE ZEROS.
       77 WS-PIN-CHANGE   PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 LK-OPERATEUR    PIC X(8).
       01 LK-PIN          PIC X(4).
       01 LK-AUTORISE     PIC X.

       SCREEN SECTION.
       1 plg-pin-expire.
           2 LINE 20 COL 3 VALUE
               'PIN EXPIRE - CHOISIR UN NOUVEAU PIN.'.
           2 LINE 21 COL 3 VALUE 'Nouveau PIN ?'.
           2 PIC X(4) TO WS-NOUVEAU-PIN REQUIRED.
           2 LINE 21 COL 25 VALUE 'Confirmer ?'.
           2 PIC X(4) TO WS-PIN-CONFIRME REQUIRED.

       1 plg-pin-different.
           2 LINE 22 COL 3 VALUE
               'LES DEUX PIN DIFFERENT - RECOMMENCER.      '.

       1 plg-pin-reutilise.
           2 LINE 22 COL 3 VALUE
               'PIN DEJA UTILISE RECEMMENT - EN CHOISIR UN AUTRE.'.

       1 plg-pin-incomplet.
           2 LINE 22 COL 3 VALUE
               'PIN INCOMPLET - QUATRE CARACTERES.         '.

       1 plg-pin-change.
           2 LINE 22 COL 3 VALUE
               'PIN CHANGE.                                '.

       PROCEDURE DIVISION USING LK-OPERATEUR LK-PIN LK-AUTORISE.
       para-principale.
           MOVE 'N' TO LK-AUTORISE.
           MOVE 'N' TO WS-MODIFIE.

           OPEN I-O OPERATOR-FILE.
           IF WS-OPER-STATUS NOT = "00"
               GOBACK
           END-IF.

           MOVE LK-OPERATEUR TO OPER-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   CLOSE OPERATOR-FILE
                   GOBACK
           END-READ.

           IF OPER-ACTIF = 'A'
               AND OPER-ECHECS < WS-MAX-ECHECS
               CALL 'Hacher_Pin' USING OPER-ID LK-PIN WS-EMPREINTE
               IF OPER-PIN-EMPREINTE = WS-EMPREINTE
                   MOVE 'Y' TO LK-AUTORISE
                   IF OPER-ECHECS > ZERO
                       MOVE ZEROS TO OPER-ECHECS
                       MOVE 'Y' TO WS-MODIFIE
                   END-IF
                   PERFORM para-controler-expiration
               ELSE
                   ADD 1 TO OPER-ECHECS
                   MOVE 'Y' TO WS-MODIFIE
               END-IF
           END-IF.

      * Only the operator's own record is rewritten.
           IF LK-AUTORISE = 'Y'
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO OPER-DERN-CONNEX-DATE
               MOVE FUNCTION CURRENT-DATE(9:6)
                   TO OPER-DERN-CONNEX-HEURE
               MOVE 'Y' TO WS-MODIFIE
           END-IF.
           IF WS-MODIFIE = 'Y'
               REWRITE OPERATOR-RECORD
           END-IF.
           CLOSE OPERATOR-FILE.

           GOBACK.

       para-controler-expiration.
           PERFORM para-lire-parametres.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF OPER-DATE-PIN NOT NUMERIC
               OR OPER-DATE-PIN = ZEROS
               MOVE 999 TO WS-AGE-PIN
           ELSE
               COMPUTE WS-AGE-PIN =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(OPER-DATE-PIN)
           END-IF.
           IF WS-AGE-PIN < WS-DUREE-PIN
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO LK-AUTORISE.
           MOVE 'N' TO WS-PIN-CHANGE.
           MOVE ZEROS TO WS-ESSAIS.
           PERFORM UNTIL WS-PIN-CHANGE = 'Y' OR WS-ESSAIS >= 3
               PERFORM para-saisir-nouveau-pin
           END-PERFORM.
           IF WS-PIN-CHANGE = 'Y'
               MOVE 'Y' TO LK-AUTORISE
               MOVE 'Y' TO WS-MODIFIE
           END-IF.

       para-saisir-nouveau-pin.
           ADD 1 TO WS-ESSAIS.
           MOVE SPACES TO WS-NOUVEAU-PIN WS-PIN-CONFIRME.
           DISPLAY plg-pin-expire.
           ACCEPT plg-pin-expire.
           IF WS-NOUVEAU-PIN NOT = WS-PIN-CONFIRME
               DISPLAY plg-pin-different
               EXIT PARAGRAPH
           END-IF.
           CALL 'Changer_Pin' USING OPERATOR-RECORD WS-NOUVEAU-PIN
               WS-RESULTAT.
           EVALUATE WS-RESULTAT
               WHEN 'O'
                   MOVE 'Y' TO WS-PIN-CHANGE
                   DISPLAY plg-pin-change
               WHEN 'R'
                   DISPLAY plg-pin-reutilise
               WHEN OTHER
                   DISPLAY plg-pin-incomplet
           END-EVALUATE.

      * Spaces (an old file) or zero mean the 90-day
      * default.
       para-lire-parametres.
           MOVE 90 TO WS-DUREE-PIN.
           OPEN INPUT BUDGET-PARM.
           IF WS-PARM-STATUS = "00"
               READ BUDGET-PARM
                   NOT AT END
                       IF PARM-DUREE-PIN NUMERIC
                           AND PARM-DUREE-PIN > ZERO
                           MOVE PARM-DUREE-PIN TO WS-DUREE-PIN
                       END-IF
               END-READ
               CLOSE BUDGET-PARM
           END-IF.
