       IDENTIFICATION DIVISION.
       PROGRAM-ID. Convertir_References.

      *****************************************************
      * One-time conversion of the operator, category,
      * rate, department, VAT and payee reference files from
      * the flat line-sequential files to the indexed layout
      * (keyed on the code, or on currency + date for the
      * rates). Same procedure as Convertir_Archive:
      *
      *   1. rename each data/xxx.DAT to data/xxx.OLD
      *   2. run this program
      *   3. check the displayed counts match, then keep
      *      the .OLD files until the first BUDGREFS backup
      *      of the indexed files has run
      *   4. once the operators are converted, submit
      *      jcl/BUDGPIN.jcl to delete the REF.OPER
      *      generations that hold the PINs in clear
      *
      * SYSIN: the file to convert, with the SauveRef
      * keywords - OPERATEURS, CATEGORIES, TAUX,
      * DEPARTEMENTS, TIERS - or TVA; blank converts all
      * six.
      * The VAT list has no maintenance screen: once
      * renamed in step 1, the flat data/BUDGTVA.OLD stays
      * as its source and the indexed file is rebuilt with
      * the TVA keyword after each edit.
      *
      * A code present twice in a flat file keeps its first
      * line, the one every lookup found first; a rate keyed
      * twice for the same currency and date keeps its last
      * line, the one Chercher_Taux used. Either is counted
      * and listed.
      *
      * RC 4 when duplicates were dropped, RC 8 when a file
      * named could not be read or written.
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANCIEN-OPERATEURS
               ASSIGN TO "data/OPERATOR.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT ANCIEN-CATEGORIES
               ASSIGN TO "data/BUDGCATG.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT ANCIEN-TAUX
               ASSIGN TO "data/BUDGRATE.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT ANCIEN-DEPARTEMENTS
               ASSIGN TO "data/BUDGDEPT.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT ANCIEN-TVA
               ASSIGN TO "data/BUDGTVA.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCIEN-STATUS.
           SELECT ANCIEN-TIERS
               ASSIGN TO "data/BUDGTIER.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCIEN-STATUS.
           COPY OPERSEL.
           COPY CATGSEL.
           COPY RATESEL.
           COPY DEPTSEL.
           COPY TVASEL.
           COPY TIERSEL.

       DATA DIVISION.
       FILE SECTION.
      * The other flat records carry exactly the indexed
      * layouts.
      * The flat operator file still held the PIN in clear:
      * it is turned into its fingerprint on the way in.
       FD  ANCIEN-OPERATEURS.
       01  ANCIEN-OPER-LIGNE.
           05  ANO-ID               PIC X(8).
           05  ANO-PIN              PIC X(4).
           05  ANO-ACTIF            PIC X(1).
           05  ANO-ADMIN            PIC X(1).
           05  ANO-ECHECS           PIC 9(2).
       FD  ANCIEN-CATEGORIES.
       01  ANCIEN-CATG-LIGNE        PIC X(34).
       FD  ANCIEN-TAUX.
       01  ANCIEN-TAUX-LIGNE        PIC X(16).
       FD  ANCIEN-DEPARTEMENTS.
       01  ANCIEN-DEPT-LIGNE        PIC X(23).
       FD  ANCIEN-TVA.
       01  ANCIEN-TVA-LIGNE         PIC X(27).
       FD  ANCIEN-TIERS.
       01  ANCIEN-TIERS-LIGNE       PIC X(43).

           COPY OPERFD.
           COPY CATGFD.
           COPY RATEFD.
           COPY DEPTFD.
           COPY TVAFD.
           COPY TIERFD.

       WORKING-STORAGE SECTION.
       77 WS-ANCIEN-STATUS  PIC XX.
       77 WS-OPER-STATUS    PIC XX.
       77 WS-CATG-STATUS    PIC XX.
       77 WS-RATE-STATUS    PIC XX.
       77 WS-DEPT-STATUS    PIC XX.
       77 WS-TVA-STATUS     PIC XX.
       77 WS-TIERS-STATUS   PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
       77 WS-FICHIER        PIC X(12) VALUE SPACES.
       77 WS-NB-LUS         PIC 9(6) VALUE ZEROS.
       77 WS-NB-ECRITS      PIC 9(6) VALUE ZEROS.
       77 WS-NB-DOUBLES     PIC 9(6) VALUE ZEROS.
       77 WS-NB-ERREURS     PIC 9(3) VALUE ZEROS.
       77 WS-TOTAL-DOUBLES  PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       para-principale.
           DISPLAY "FICHIER A CONVERTIR (BLANC = TOUS) ?".
           ACCEPT WS-FICHIER.

           EVALUATE WS-FICHIER
               WHEN SPACES
                   PERFORM para-convertir-operateurs
                   PERFORM para-convertir-categories
                   PERFORM para-convertir-taux
                   PERFORM para-convertir-departements
                   PERFORM para-convertir-tva
                   PERFORM para-convertir-tiers
               WHEN 'OPERATEURS'
                   PERFORM para-convertir-operateurs
               WHEN 'CATEGORIES'
                   PERFORM para-convertir-categories
               WHEN 'TAUX'
                   PERFORM para-convertir-taux
               WHEN 'DEPARTEMENTS'
                   PERFORM para-convertir-departements
               WHEN 'TVA'
                   PERFORM para-convertir-tva
               WHEN 'TIERS'
                   PERFORM para-convertir-tiers
               WHEN OTHER
                   DISPLAY "FICHIER INCONNU : " WS-FICHIER
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

           IF WS-NB-ERREURS > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOTAL-DOUBLES > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

       para-debut-fichier.
           MOVE ZEROS TO WS-NB-LUS WS-NB-ECRITS WS-NB-DOUBLES.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-ancien-absent.
           DISPLAY "ANCIEN FICHIER " WS-FICHIER " INTROUVABLE,"
               " STATUT=" WS-ANCIEN-STATUS.
           DISPLAY "RENOMMER D'ABORD LE .DAT EN .OLD.".
           ADD 1 TO WS-NB-ERREURS.

       para-nouveau-impossible.
           DISPLAY "IMPOSSIBLE DE CREER LE NOUVEAU FICHIER "
               WS-FICHIER.
           ADD 1 TO WS-NB-ERREURS.

       para-fin-fichier.
           DISPLAY "CONVERSION " WS-FICHIER " - LUS : " WS-NB-LUS
               " ECRITS : " WS-NB-ECRITS
               " DOUBLES : " WS-NB-DOUBLES.
           ADD WS-NB-DOUBLES TO WS-TOTAL-DOUBLES.
           IF WS-NB-ECRITS + WS-NB-DOUBLES NOT = WS-NB-LUS
               DISPLAY "ECART DE CONVERSION - NE PAS SUPPRIMER"
                   " L'ANCIEN FICHIER."
               ADD 1 TO WS-NB-ERREURS
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-convertir-operateurs.
           MOVE 'OPERATEURS' TO WS-FICHIER.
           PERFORM para-debut-fichier.
           OPEN INPUT ANCIEN-OPERATEURS.
           IF WS-ANCIEN-STATUS NOT = "00"
               PERFORM para-ancien-absent
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT OPERATOR-FILE.
           IF WS-OPER-STATUS NOT = "00"
               PERFORM para-nouveau-impossible
               CLOSE ANCIEN-OPERATEURS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ ANCIEN-OPERATEURS
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM para-preparer-operateur
                       WRITE OPERATOR-RECORD
                           INVALID KEY
                               ADD 1 TO WS-NB-DOUBLES
                               DISPLAY "  DOUBLE IGNORE : " OPER-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-ECRITS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ANCIEN-OPERATEURS.
           CLOSE OPERATOR-FILE.
           PERFORM para-fin-fichier.

      * A PIN that stood in clear is treated as known to
      * others: dated zeros, it must be replaced at the
      * operator's next login.
       para-preparer-operateur.
           INITIALIZE OPERATOR-RECORD.
           MOVE ANO-ID     TO OPER-ID.
           CALL 'Hacher_Pin' USING ANO-ID ANO-PIN OPER-PIN-EMPREINTE.
           MOVE ANO-ACTIF  TO OPER-ACTIF.
           MOVE ANO-ADMIN  TO OPER-ADMIN.
           MOVE ANO-ECHECS TO OPER-ECHECS.
           MOVE ZEROS      TO OPER-DATE-PIN.

       para-convertir-categories.
           MOVE 'CATEGORIES' TO WS-FICHIER.
           PERFORM para-debut-fichier.
           OPEN INPUT ANCIEN-CATEGORIES.
           IF WS-ANCIEN-STATUS NOT = "00"
               PERFORM para-ancien-absent
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CATEG-FILE.
           IF WS-CATG-STATUS NOT = "00"
               PERFORM para-nouveau-impossible
               CLOSE ANCIEN-CATEGORIES
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ ANCIEN-CATEGORIES
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE ANCIEN-CATG-LIGNE TO CATEG-RECORD
                       WRITE CATEG-RECORD
                           INVALID KEY
                               ADD 1 TO WS-NB-DOUBLES
                               DISPLAY "  DOUBLE IGNORE : " CATG-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-ECRITS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ANCIEN-CATEGORIES.
           CLOSE CATEG-FILE.
           PERFORM para-fin-fichier.

      * The later line for a currency and date replaces the
      * earlier one: the line dropped is the earlier one.
       para-convertir-taux.
           MOVE 'TAUX' TO WS-FICHIER.
           PERFORM para-debut-fichier.
           OPEN INPUT ANCIEN-TAUX.
           IF WS-ANCIEN-STATUS NOT = "00"
               PERFORM para-ancien-absent
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O RATE-FILE.
           IF WS-RATE-STATUS = "35"
               OPEN OUTPUT RATE-FILE
               CLOSE RATE-FILE
               OPEN I-O RATE-FILE
           END-IF.
           IF WS-RATE-STATUS NOT = "00"
               PERFORM para-nouveau-impossible
               CLOSE ANCIEN-TAUX
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ ANCIEN-TAUX
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE ANCIEN-TAUX-LIGNE TO RATE-RECORD
                       WRITE RATE-RECORD
                           INVALID KEY
                               ADD 1 TO WS-NB-DOUBLES
                               DISPLAY "  DOUBLE REMPLACE : "
                                   RATE-CCY " " RATE-DATE-EFFET
                               REWRITE RATE-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-ECRITS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ANCIEN-TAUX.
           CLOSE RATE-FILE.
           PERFORM para-fin-fichier.

       para-convertir-departements.
           MOVE 'DEPARTEMENTS' TO WS-FICHIER.
           PERFORM para-debut-fichier.
           OPEN INPUT ANCIEN-DEPARTEMENTS.
           IF WS-ANCIEN-STATUS NOT = "00"
               PERFORM para-ancien-absent
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT DEPT-FILE.
           IF WS-DEPT-STATUS NOT = "00"
               PERFORM para-nouveau-impossible
               CLOSE ANCIEN-DEPARTEMENTS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ ANCIEN-DEPARTEMENTS
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE ANCIEN-DEPT-LIGNE TO DEPT-RECORD
                       WRITE DEPT-RECORD
                           INVALID KEY
                               ADD 1 TO WS-NB-DOUBLES
                               DISPLAY "  DOUBLE IGNORE : " DEPT-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-ECRITS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ANCIEN-DEPARTEMENTS.
           CLOSE DEPT-FILE.
           PERFORM para-fin-fichier.

       para-convertir-tva.
           MOVE 'TVA' TO WS-FICHIER.
           PERFORM para-debut-fichier.
           OPEN INPUT ANCIEN-TVA.
           IF WS-ANCIEN-STATUS NOT = "00"
               PERFORM para-ancien-absent
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TVA-FILE.
           IF WS-TVA-STATUS NOT = "00"
               PERFORM para-nouveau-impossible
               CLOSE ANCIEN-TVA
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ ANCIEN-TVA
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE ANCIEN-TVA-LIGNE TO TVA-RECORD
                       WRITE TVA-RECORD
                           INVALID KEY
                               ADD 1 TO WS-NB-DOUBLES
                               DISPLAY "  DOUBLE IGNORE : " TVA-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-ECRITS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ANCIEN-TVA.
           CLOSE TVA-FILE.
           PERFORM para-fin-fichier.

       para-convertir-tiers.
           MOVE 'TIERS' TO WS-FICHIER.
           PERFORM para-debut-fichier.
           OPEN INPUT ANCIEN-TIERS.
           IF WS-ANCIEN-STATUS NOT = "00"
               PERFORM para-ancien-absent
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TIERS-FILE.
           IF WS-TIERS-STATUS NOT = "00"
               PERFORM para-nouveau-impossible
               CLOSE ANCIEN-TIERS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF
               READ ANCIEN-TIERS
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE ANCIEN-TIERS-LIGNE TO TIERS-RECORD
                       WRITE TIERS-RECORD
                           INVALID KEY
                               ADD 1 TO WS-NB-DOUBLES
                               DISPLAY "  DOUBLE IGNORE : " TIERS-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-ECRITS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ANCIEN-TIERS.
           CLOSE TIERS-FILE.
           PERFORM para-fin-fichier.
