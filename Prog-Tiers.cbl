       IDENTIFICATION DIVISION.
       PROGRAM-ID. Verifier_Tiers.

      *****************************************************
      * Checks a payee code against the TIERS-FILE master
      * and hands back the payee's default category. Only
      * an active payee is valid for a new posting; a blank
      * code is left to the caller, since the payee is
      * optional on every entry path.
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

       LINKAGE SECTION.
       01 LK-TIERS        PIC X(8).
       01 LK-VALIDE       PIC X.
       01 LK-CATEGORIE    PIC X(4).

       PROCEDURE DIVISION USING LK-TIERS LK-VALIDE LK-CATEGORIE.
       para-principale.
           MOVE 'N' TO LK-VALIDE.
           MOVE SPACES TO LK-CATEGORIE.

           OPEN INPUT TIERS-FILE.
           IF WS-TIERS-STATUS = "00"
               MOVE LK-TIERS TO TIERS-CODE
               READ TIERS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE TIERS-CATEGORIE TO LK-CATEGORIE
                       IF TIERS-ACTIF = 'A'
                           MOVE 'Y' TO LK-VALIDE
                       END-IF
               END-READ
               CLOSE TIERS-FILE
           END-IF.

           GOBACK.
