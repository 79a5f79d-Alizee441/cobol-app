       PROGRAM-ID. Calcul_Budget_SauveRef.

      *****************************************************
      * Generation backup of one reference file: several
      * maintenance screens rewrite their files with OPEN
      * OUTPUT, so one bad session can wipe a whole file -
      * and losing the operator file locks the whole shop
      * out at once. The indexed files (operators,
      * categories, rates, departments, payees) are copied
      * in key order in the same flat layout. This program copies the
      * file named on SYSIN to the REFSAVE dataset (a dated
      * generation in jcl/BUDGREFS.jcl) with a record-count
      * trailer, the same verify-before-trust discipline
      *   DEPARTEMENTS BUDGDEPT.DAT
      *   SOLDES       OPERSOLDE.DAT
      *   PERIODE      BUDGPERIO.DAT
      *   TIERS        BUDGTIER.DAT
      *   ETALEMENTS   BUDGETAL.DAT
      *   REPARTITIONS BUDGREPA.DAT
      *   PAIEMENTS    BUDGPAIE.DAT
      *
      * Record types on REFSAVE:
      *   2 = detail : the reference record as keyed
           COPY DEPTSEL.
           COPY OPSOLSEL.
           COPY PERIOSEL.
           COPY TIERSEL.
           COPY ETALSEL.
           COPY REPASEL.
           COPY PAIESEL.
           SELECT REF-SAUVEGARDE
               ASSIGN TO "REFSAVE"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY DEPTFD.
           COPY OPSOLFD.
           COPY PERIOFD.
           COPY TIERFD.
           COPY ETALFD.
           COPY REPAFD.
           COPY PAIEFD.

       FD  REF-SAUVEGARDE.
       01  REFS-LIGNE               PIC X(81).
       77 WS-DEPT-STATUS    PIC XX.
       77 WS-OPSOL-STATUS   PIC XX.
       77 WS-PERIO-STATUS   PIC XX.
       77 WS-TIERS-STATUS   PIC XX.
       77 WS-ETAL-STATUS    PIC XX.
       77 WS-REPA-STATUS    PIC XX.
       77 WS-PAIE-STATUS    PIC XX.
       77 WS-REFS-STATUS    PIC XX.
       77 WS-EOF-SWITCH     PIC X VALUE 'N'.
           88 WS-EOF        VALUE 'Y'.
               WHEN 'DEPARTEMENTS' PERFORM para-copier-departements
               WHEN 'SOLDES'       PERFORM para-copier-soldes
               WHEN 'PERIODE'      PERFORM para-copier-periode
               WHEN 'TIERS'        PERFORM para-copier-tiers
               WHEN 'ETALEMENTS'   PERFORM para-copier-etalements
               WHEN 'REPARTITIONS' PERFORM para-copier-repartitions
               WHEN 'PAIEMENTS'    PERFORM para-copier-paiements
               WHEN OTHER
                   DISPLAY "FICHIER INCONNU : " WS-FICHIER
                   CLOSE REF-SAUVEGARDE
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ OPERATOR-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SPACES TO WS-DETAIL-DONNEES
           OPEN INPUT CATEG-FILE.
           IF WS-CATG-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ CATEG-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SPACES TO WS-DETAIL-DONNEES
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ RATE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SPACES TO WS-DETAIL-DONNEES
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ DEPT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SPACES TO WS-DETAIL-DONNEES
               MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-copier-tiers.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT TIERS-FILE.
           IF WS-TIERS-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ TIERS-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SPACES TO WS-DETAIL-DONNEES
                           MOVE TIERS-RECORD TO WS-DETAIL-DONNEES
                           PERFORM para-ecrire-detail
                   END-READ
               END-PERFORM
               CLOSE TIERS-FILE
           ELSE
               MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-copier-etalements.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT ETALEMENT-FILE.
           IF WS-ETAL-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ ETALEMENT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SPACES TO WS-DETAIL-DONNEES
                           MOVE ETALEMENT-RECORD TO WS-DETAIL-DONNEES
                           PERFORM para-ecrire-detail
                   END-READ
               END-PERFORM
               CLOSE ETALEMENT-FILE
           ELSE
               MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-copier-repartitions.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT REPART-FILE.
           IF WS-REPA-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ REPART-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SPACES TO WS-DETAIL-DONNEES
                           MOVE REPART-RECORD TO WS-DETAIL-DONNEES
                           PERFORM para-ecrire-detail
                   END-READ
               END-PERFORM
               CLOSE REPART-FILE
           ELSE
               MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-copier-paiements.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT PAIEMENT-FILE.
           IF WS-PAIE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ PAIEMENT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SPACES TO WS-DETAIL-DONNEES
                           MOVE PAIEMENT-RECORD TO WS-DETAIL-DONNEES
                           PERFORM para-ecrire-detail
                   END-READ
               END-PERFORM
               CLOSE PAIEMENT-FILE
           ELSE
               MOVE 'Y' TO WS-FICHIER-ABSENT
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
