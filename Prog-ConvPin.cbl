       IDENTIFICATION DIVISION.
       PROGRAM-ID. Convertir_PIN.

      *****************************************************
      * One-time conversion of the indexed operator file
      * from clear PINs to the fingerprint layout (PIN
      * fingerprint, last-changed date, previous PINs).
      * Same procedure as Convertir_Ledger:
      *
      *   1. rename data/OPERATOR.DAT to data/OPERATOR.OLD
      *   2. run this program
      *   3. check the displayed counts match, then delete
      *      data/OPERATOR.OLD
      *   4. submit jcl/BUDGPIN.jcl: it deletes every
      *      PROD.BUDGET.REF.OPER generation, which hold the
      *      PINs in clear, and takes a fresh one
      *
      * Every converted PIN is dated zeros: having stood in
      * clear, it must be replaced at the operator's next
      * login. A site still on the flat operator file
      * converts with Convertir_References instead, which
      * fingerprints the PINs on the way in.
      *
      * RC 8 when the old file cannot be read or the counts
      * differ; the .OLD file must then be kept.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANCIEN-OPERATEURS
               ASSIGN TO "data/OPERATOR.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANO-ID
               FILE STATUS IS WS-ANCIEN-STATUS.
           COPY OPERSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  ANCIEN-OPERATEURS.
       01  ANCIEN-OPER-RECORD.
           05  ANO-ID               PIC X(8).
           05  ANO-PIN              PIC X(4).
           05  ANO-ACTIF            PIC X(1).
           05  ANO-ADMIN            PIC X(1).
           05  ANO-ECHECS           PIC 9(2).

           COPY OPERFD.

       WORKING-STORAGE SECTION.
       77 WS-ANCIEN-STATUS  PIC XX.
       77 WS-OPER-STATUS    PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-NB-LUS         PIC 9(6) VALUE ZEROS.
       77 WS-NB-CONVERTIS   PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       para-principale.
           OPEN INPUT ANCIEN-OPERATEURS.
           IF WS-ANCIEN-STATUS NOT = "00"
               DISPLAY "ANCIEN FICHIER OPERATEURS INTROUVABLE,"
                   " STATUT=" WS-ANCIEN-STATUS
               DISPLAY "RENOMMER D'ABORD OPERATOR.DAT EN"
                   " OPERATOR.OLD."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT OPERATOR-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "IMPOSSIBLE DE CREER OPERATOR.DAT, STATUT="
                   WS-OPER-STATUS
               CLOSE ANCIEN-OPERATEURS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF
               READ ANCIEN-OPERATEURS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM para-convertir-operateur
               END-READ
           END-PERFORM.

           CLOSE ANCIEN-OPERATEURS.
           CLOSE OPERATOR-FILE.

           DISPLAY "CONVERSION DES PIN - LUS : " WS-NB-LUS
               " CONVERTIS : " WS-NB-CONVERTIS.
           IF WS-NB-LUS NOT = WS-NB-CONVERTIS
               DISPLAY "ECART DE CONVERSION - NE PAS SUPPRIMER"
                   " L'ANCIEN FICHIER."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "TOUS LES PIN SONT A CHANGER A LA PROCHAINE"
                   " CONNEXION."
           END-IF.

           GOBACK.

       para-convertir-operateur.
           INITIALIZE OPERATOR-RECORD.
           MOVE ANO-ID     TO OPER-ID.
           CALL 'Hacher_Pin' USING ANO-ID ANO-PIN OPER-PIN-EMPREINTE.
           MOVE ANO-ACTIF  TO OPER-ACTIF.
           MOVE ANO-ADMIN  TO OPER-ADMIN.
           MOVE ANO-ECHECS TO OPER-ECHECS.
           MOVE ZEROS      TO OPER-DATE-PIN.
           WRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "CLE EN DOUBLE : " ANO-ID
               NOT INVALID KEY
                   ADD 1 TO WS-NB-CONVERTIS
           END-WRITE.
