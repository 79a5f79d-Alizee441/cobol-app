      *
      * Same SYSIN keywords as the backup: OPERATEURS,
      * CATEGORIES, TAUX, ORDRES, PARAMETRES, DEPARTEMENTS,
      * SOLDES, PERIODE, TIERS, ETALEMENTS, REPARTITIONS,
      * PAIEMENTS.
      *
      * RC 8 on a bad keyword, a trailer mismatch (the
      * generation is not trusted, nothing is restored) or
      * an incomplete reload. The operator, category, rate,
      * department and payee files are indexed: a generation
      * is reloaded into them whether it was saved from the
      * indexed files or from their earlier flat layout.
      * An operator generation taken while PINs were still
      * kept in clear is recognised by its short record:
      * each PIN is reloaded as its fingerprint and must be
      * replaced at the operator's next login.
      *****************************************************

       ENVIRONMENT DIVISION.
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
       01  REFS-LIGNE.
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
       77 WS-TRAILER-VU     PIC X VALUE 'N'.
       77 WS-NB-RECHARGES   PIC 9(6) VALUE ZEROS.

      * Operator record of the generations with clear PINs.
       01 WS-ANCIEN-OPER.
           05 WS-AO-ID           PIC X(8).
           05 WS-AO-PIN          PIC X(4).
           05 WS-AO-ACTIF        PIC X(1).
           05 WS-AO-ADMIN        PIC X(1).
           05 WS-AO-ECHECS       PIC 9(2).

       PROCEDURE DIVISION.
       para-principale.
           ACCEPT WS-FICHIER.
               AND WS-FICHIER NOT = 'DEPARTEMENTS'
               AND WS-FICHIER NOT = 'SOLDES'
               AND WS-FICHIER NOT = 'PERIODE'
               AND WS-FICHIER NOT = 'TIERS'
               AND WS-FICHIER NOT = 'ETALEMENTS'
               AND WS-FICHIER NOT = 'REPARTITIONS'
               AND WS-FICHIER NOT = 'PAIEMENTS'
               DISPLAY "FICHIER INCONNU : " WS-FICHIER
               MOVE 8 TO RETURN-CODE
               GOBACK
               WHEN 'DEPARTEMENTS' PERFORM para-recharger-depts
               WHEN 'SOLDES'       PERFORM para-recharger-soldes
               WHEN 'PERIODE'      PERFORM para-recharger-periode
               WHEN 'TIERS'        PERFORM para-recharger-tiers
               WHEN 'ETALEMENTS'   PERFORM para-recharger-etalements
               WHEN 'REPARTITIONS' PERFORM para-recharger-repartitions
               WHEN 'PAIEMENTS'    PERFORM para-recharger-paiements
           END-EVALUATE.
           CLOSE REF-SAUVEGARDE.

           PERFORM UNTIL WS-EOF
               PERFORM para-lire-sauvegarde
               IF NOT WS-EOF AND REFS-TYPE = '2'
                   IF REFS-DONNEES(17:14) = SPACES
                       PERFORM para-convertir-ancien-oper
                   ELSE
                       MOVE REFS-DONNEES TO OPERATOR-RECORD
                       IF OPER-DERN-CONNEX-DATE NOT NUMERIC
                           MOVE ZEROS TO OPER-DERN-CONNEX-DATE
                               OPER-DERN-CONNEX-HEURE
                       END-IF
                   END-IF
                   WRITE OPERATOR-RECORD
                       INVALID KEY
                           DISPLAY "CLE EN DOUBLE IGNOREE : "
                               REFS-DONNEES(1:8)
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-RECHARGES
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE OPERATOR-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-convertir-ancien-oper.
           MOVE REFS-DONNEES(1:16) TO WS-ANCIEN-OPER.
           INITIALIZE OPERATOR-RECORD.
           MOVE WS-AO-ID     TO OPER-ID.
           CALL 'Hacher_Pin' USING WS-AO-ID WS-AO-PIN
               OPER-PIN-EMPREINTE.
           MOVE WS-AO-ACTIF  TO OPER-ACTIF.
           MOVE WS-AO-ADMIN  TO OPER-ADMIN.
           MOVE WS-AO-ECHECS TO OPER-ECHECS.
           MOVE ZEROS        TO OPER-DATE-PIN.

       para-recharger-categories.
           OPEN OUTPUT CATEG-FILE.
           PERFORM UNTIL WS-EOF
               IF NOT WS-EOF AND REFS-TYPE = '2'
                   MOVE REFS-DONNEES TO CATEG-RECORD
                   WRITE CATEG-RECORD
                       INVALID KEY
                           DISPLAY "CLE EN DOUBLE IGNOREE : "
                               REFS-DONNEES(1:8)
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-RECHARGES
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE CATEG-FILE.
               PERFORM para-lire-sauvegarde
               IF NOT WS-EOF AND REFS-TYPE = '2'
                   MOVE REFS-DONNEES TO RATE-RECORD
                   PERFORM para-ecrire-taux
               END-IF
           END-PERFORM.
           CLOSE RATE-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

      * A generation saved from the flat rate file may carry
      * the same currency and date twice; the later line is
      * the one the rate lookup used, so it replaces the
      * earlier one.
       para-ecrire-taux.
           WRITE RATE-RECORD
               INVALID KEY REWRITE RATE-RECORD
           END-WRITE.
           ADD 1 TO WS-NB-RECHARGES.

       para-recharger-ordres.
           OPEN OUTPUT ORDRE-FILE.
           PERFORM UNTIL WS-EOF
               IF NOT WS-EOF AND REFS-TYPE = '2'
                   MOVE REFS-DONNEES TO DEPT-RECORD
                   WRITE DEPT-RECORD
                       INVALID KEY
                           DISPLAY "CLE EN DOUBLE IGNOREE : "
                               REFS-DONNEES(1:8)
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-RECHARGES
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE DEPT-FILE.
           END-PERFORM.
           CLOSE PERIODE-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-recharger-tiers.
           OPEN OUTPUT TIERS-FILE.
           PERFORM UNTIL WS-EOF
               PERFORM para-lire-sauvegarde
               IF NOT WS-EOF AND REFS-TYPE = '2'
                   MOVE REFS-DONNEES TO TIERS-RECORD
                   WRITE TIERS-RECORD
                       INVALID KEY
                           DISPLAY "CLE EN DOUBLE IGNOREE : "
                               REFS-DONNEES(1:8)
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-RECHARGES
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE TIERS-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-recharger-etalements.
           OPEN OUTPUT ETALEMENT-FILE.
           PERFORM UNTIL WS-EOF
               PERFORM para-lire-sauvegarde
               IF NOT WS-EOF AND REFS-TYPE = '2'
                   MOVE REFS-DONNEES TO ETALEMENT-RECORD
                   WRITE ETALEMENT-RECORD
                   ADD 1 TO WS-NB-RECHARGES
               END-IF
           END-PERFORM.
           CLOSE ETALEMENT-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-recharger-repartitions.
           OPEN OUTPUT REPART-FILE.
           PERFORM UNTIL WS-EOF
               PERFORM para-lire-sauvegarde
               IF NOT WS-EOF AND REFS-TYPE = '2'
                   MOVE REFS-DONNEES TO REPART-RECORD
                   WRITE REPART-RECORD
                   ADD 1 TO WS-NB-RECHARGES
               END-IF
           END-PERFORM.
           CLOSE REPART-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

       para-recharger-paiements.
           OPEN OUTPUT PAIEMENT-FILE.
           PERFORM UNTIL WS-EOF
               PERFORM para-lire-sauvegarde
               IF NOT WS-EOF AND REFS-TYPE = '2'
                   MOVE REFS-DONNEES TO PAIEMENT-RECORD
                   WRITE PAIEMENT-RECORD
                   ADD 1 TO WS-NB-RECHARGES
               END-IF
           END-PERFORM.
           CLOSE PAIEMENT-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.
