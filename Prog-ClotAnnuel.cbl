      * Operators are processed through the archive's
      * operator alternate key, so statements never depend
      * on a fixed table filling up.
      *
      * The report repository follows the archive: when the
      * year leaves the online archive, the reports filed
      * for it and for any earlier period leave the
      * repository with it. The yearly statements printed
      * here are filed after this step, so they stay
      * available until the next year is retired.
      *****************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY YEARSEL.
           COPY PURGSEL.
           COPY RAPPSEL.
           SELECT GENERATION-FILE
               ASSIGN TO "YEARGEN"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY YEARFD.
           COPY PURGFD.
           COPY RAPPFD.

       FD  GENERATION-FILE.
       01  GEN-RECORD               PIC X(139).

       FD  RELEVE-FILE.
       01  RELEVE-LIGNE             PIC X(80).
       77 WS-AN-COURANT     PIC 9(4) VALUE ZEROS.
       77 WS-DATE-DEB       PIC 9(8) VALUE ZEROS.
       77 WS-NB-EXTRAITS    PIC 9(6) VALUE ZEROS.
       77 WS-HASH-GAINS     PIC 9(9)V99 VALUE ZEROS.
       77 WS-HASH-PERTES    PIC 9(9)V99 VALUE ZEROS.
       77 WS-NB-RELUS       PIC 9(6) VALUE ZEROS.
       77 WS-RELU-GAINS     PIC 9(9)V99 VALUE ZEROS.
       77 WS-RELU-PERTES    PIC 9(9)V99 VALUE ZEROS.
       77 WS-NB-SUPPRIMES   PIC 9(6) VALUE ZEROS.
       77 WS-NB-RELEVES     PIC 9(4) VALUE ZEROS.
       77 WS-PURGE-PERMISE  PIC X VALUE 'N'.
       77 WS-PURG-STATUS    PIC XX.
       77 WS-RAPP-STATUS    PIC XX.
       77 WS-NB-RAPP-SUPP   PIC 9(6) VALUE ZEROS.
       77 WS-NB-RETIRES     PIC 9(9) VALUE ZEROS.
       77 WS-TODAY          PIC 9(8).

       77 WS-OPER-COURANT   PIC X(8) VALUE SPACES.
       77 WS-PREMIER        PIC X VALUE 'Y'.
       77 WS-AN-GAINS       PIC 9(9)V99 VALUE ZEROS.
       77 WS-AN-PERTES      PIC 9(9)V99 VALUE ZEROS.
       77 WS-NET            PIC S9(9)V99 VALUE ZEROS.

       01 WS-CT-TABLE.
           05 WS-CT-ENTRY OCCURS 50 TIMES.
               10 WS-CT-CODE        PIC X(4).
               10 WS-CT-GAINS       PIC 9(9)V99.
               10 WS-CT-PERTES      PIC 9(9)V99.
       77 WS-CT-COUNT        PIC 99 VALUE ZEROS.
       77 WS-CT-IDX          PIC 99.

           05 FILLER             PIC X(6)  VALUE 'CAT.  '.
           05 WS-S-CODE          PIC X(4).
           05 FILLER             PIC X(4)  VALUE '  G '.
           05 WS-S-GAINS         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(4)  VALUE ' P '.
           05 WS-S-PERTES        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(34) VALUE SPACES.

       01 WS-CLOTURE-LINE.
           05 FILLER             PIC X(20)
               VALUE 'POSITION FIN ANNEE  '.
           05 WS-C-NET           PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       para-principale.
                   DISPLAY "ECART DE PURGE - A CONTROLER."
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM para-purger-rapports
               DISPLAY "LIGNES DE RAPPORTS RETIREES : "
                   WS-NB-RAPP-SUPP
           END-IF.

           DISPLAY "CLOTURE ANNUELLE " WS-AN-RETIRE
           CLOSE YEAR-LEDGER.
           MOVE 'N' TO WS-EOF-SWITCH.

      * Header and lines of a run carry the same period, so
      * a run always leaves the repository whole. No
      * repository yet simply means nothing to retire.
       para-purger-rapports.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN I-O RAPPORT-FILE.
           IF WS-RAPP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO RAPP-CLE.
           START RAPPORT-FILE KEY NOT < RAPP-CLE
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
               READ RAPPORT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF RAPP-PERIODE(1:4) NOT > WS-AN-SAISI
                           DELETE RAPPORT-FILE RECORD
                           ADD 1 TO WS-NB-RAPP-SUPP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RAPPORT-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

      * Every numbered record removed here would read as a
      * missing sequence to Calcul_Budget_Trous; the
      * cumulative purged count lets the report balance the
