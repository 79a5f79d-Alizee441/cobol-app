       IDENTIFICATION DIVISION.
       PROGRAM-ID. Hacher_Pin.

      *****************************************************
      * One-way fingerprint of an operator's PIN, the only
      * form in which a PIN is kept in OPERATOR-FILE (and
      * so in the BUDGREFS generations). The id is mixed in
      * with the PIN, so the same PIN gives a different
      * fingerprint for each operator, and the mixing is
      * repeated over many rounds so that trying every PIN
      * against a stolen file is slow work. The fingerprint
      * cannot be turned back into the PIN: a lost PIN is
      * reset by an administrator, never read back.
      *
      * CALLed by Verifier_Login, Changer_Pin, Gestion_
      * Operateurs and the conversions that bring clear
      * PINs in (Convertir_PIN, Convertir_References,
      * Calcul_Budget_RestaureRef).
      *****************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-TOURS          PIC 9(4) VALUE 1000.
       77 WS-TOUR           PIC 9(4) VALUE ZEROS.
       77 WS-I              PIC 9(2) VALUE ZEROS.
       77 WS-CAR            PIC 9(3) VALUE ZEROS.
       77 WS-MODULE-1       PIC 9(10) VALUE 9999999967.
       77 WS-MODULE-2       PIC 9(10) VALUE 9999999929.
       77 WS-H1             PIC 9(10) VALUE ZEROS.
       77 WS-H2             PIC 9(10) VALUE ZEROS.
       77 WS-PRODUIT        PIC 9(18) VALUE ZEROS.
       77 WS-QUOTIENT       PIC 9(18) VALUE ZEROS.

      * Id, PIN and the installation's own constant.
       01 WS-SOURCE.
           05 WS-SRC-ID          PIC X(8).
           05 WS-SRC-PIN         PIC X(4).
           05 WS-SRC-CLE         PIC X(12) VALUE 'BUDGET*OPER*'.

       LINKAGE SECTION.
       01 LK-OPERATEUR      PIC X(8).
       01 LK-PIN            PIC X(4).
       01 LK-EMPREINTE      PIC 9(10).

       PROCEDURE DIVISION USING LK-OPERATEUR LK-PIN LK-EMPREINTE.
       para-principale.
           MOVE LK-OPERATEUR TO WS-SRC-ID.
           MOVE LK-PIN       TO WS-SRC-PIN.
           MOVE 5381      TO WS-H1.
           MOVE 52711     TO WS-H2.

           PERFORM VARYING WS-TOUR FROM 1 BY 1
                   UNTIL WS-TOUR > WS-TOURS
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 24
                   PERFORM para-melanger
               END-PERFORM
           END-PERFORM.

           COMPUTE WS-PRODUIT = WS-H1 + WS-H2 * 7.
           DIVIDE WS-PRODUIT BY WS-MODULE-1 GIVING WS-QUOTIENT
               REMAINDER LK-EMPREINTE.

           GOBACK.

       para-melanger.
           COMPUTE WS-CAR = FUNCTION ORD(WS-SOURCE(WS-I:1)).
           COMPUTE WS-PRODUIT = WS-H1 * 131 + WS-CAR + WS-TOUR.
           DIVIDE WS-PRODUIT BY WS-MODULE-1 GIVING WS-QUOTIENT
               REMAINDER WS-H1.
           COMPUTE WS-PRODUIT = WS-H2 * 257 + WS-CAR * WS-I + WS-H1.
           DIVIDE WS-PRODUIT BY WS-MODULE-2 GIVING WS-QUOTIENT
               REMAINDER WS-H2.
