       IDENTIFICATION DIVISION.
       PROGRAM-ID. Changer_Pin.

      *****************************************************
      * Puts an operator's newly chosen PIN into the
      * operator record passed by the caller (the record is
      * rewritten by the caller, which holds the file):
      * the PIN is refused if it is incomplete, if it is
      * the current PIN or one of the previous PINs the
      * BUDGPARM parameter keeps out of reuse; otherwise
      * its fingerprint replaces the current one, which
      * moves to the head of the history, and today becomes
      * the PIN's last-changed date.
      *
      * CALLed by Verifier_Login for the change forced at
      * login and by Gestion_Operateurs for the self-service
      * change.
      *
      * LK-RESULTAT: 'O' changed, 'R' a PIN already used,
      * 'I' an incomplete PIN.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PARMSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY PARMFD.

       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS    PIC XX.
       77 WS-HISTO-PIN      PIC 9 VALUE 3.
       77 WS-EMPREINTE      PIC 9(10) VALUE ZEROS.
       77 WS-H-IDX          PIC 9 VALUE ZEROS.

       LINKAGE SECTION.
      * Same layout as OPERATOR-RECORD.
       01 LK-OPERATEUR-REC.
           05 LK-OP-ID           PIC X(8).
           05 LK-OP-EMPREINTE    PIC 9(10).
           05 LK-OP-ACTIF        PIC X(1).
           05 LK-OP-ADMIN        PIC X(1).
           05 LK-OP-ECHECS       PIC 9(2).
           05 LK-OP-DATE-PIN     PIC 9(8).
           05 LK-OP-ANCIEN       PIC 9(10) OCCURS 3 TIMES.
           05 LK-OP-DERN-CONNEX-DATE  PIC 9(8).
           05 LK-OP-DERN-CONNEX-HEURE PIC 9(6).
       01 LK-NOUVEAU-PIN    PIC X(4).
       01 LK-RESULTAT       PIC X.

       PROCEDURE DIVISION USING LK-OPERATEUR-REC LK-NOUVEAU-PIN
           LK-RESULTAT.
       para-principale.
           MOVE 'I' TO LK-RESULTAT.
           IF LK-NOUVEAU-PIN(1:1) = SPACE
               OR LK-NOUVEAU-PIN(2:1) = SPACE
               OR LK-NOUVEAU-PIN(3:1) = SPACE
               OR LK-NOUVEAU-PIN(4:1) = SPACE
               GOBACK
           END-IF.

           PERFORM para-lire-parametres.

           MOVE 'R' TO LK-RESULTAT.
           CALL 'Hacher_Pin' USING LK-OP-ID LK-NOUVEAU-PIN
               WS-EMPREINTE.
           IF WS-EMPREINTE = LK-OP-EMPREINTE
               GOBACK
           END-IF.
           PERFORM VARYING WS-H-IDX FROM 1 BY 1
                   UNTIL WS-H-IDX > WS-HISTO-PIN
               IF WS-EMPREINTE = LK-OP-ANCIEN(WS-H-IDX)
                   GOBACK
               END-IF
           END-PERFORM.

           MOVE LK-OP-ANCIEN(2) TO LK-OP-ANCIEN(3).
           MOVE LK-OP-ANCIEN(1) TO LK-OP-ANCIEN(2).
           MOVE LK-OP-EMPREINTE TO LK-OP-ANCIEN(1).
           MOVE WS-EMPREINTE    TO LK-OP-EMPREINTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LK-OP-DATE-PIN.
           MOVE 'O' TO LK-RESULTAT.

           GOBACK.

       para-lire-parametres.
           MOVE 3 TO WS-HISTO-PIN.
           OPEN INPUT BUDGET-PARM.
           IF WS-PARM-STATUS = "00"
               READ BUDGET-PARM
                   NOT AT END
                       IF PARM-HISTO-PIN NUMERIC
                           AND PARM-HISTO-PIN > ZERO
                           MOVE PARM-HISTO-PIN TO WS-HISTO-PIN
                       END-IF
               END-READ
               CLOSE BUDGET-PARM
           END-IF.
           IF WS-HISTO-PIN > 3
               MOVE 3 TO WS-HISTO-PIN
           END-IF.
