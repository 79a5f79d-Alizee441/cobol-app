      * Every function is gated behind Verifier_Login; the
      * administration functions additionally require the
      * logged-in operator's OPER-ADMIN flag.
      *
      * OPERATOR-FILE is indexed on the id: each function
      * reads the operator concerned by key and rewrites
      * (or adds) that one record only.
      *
      * PINs are stored as their Hacher_Pin fingerprint. A
      * PIN set by an administrator (new operator or reset)
      * is dated zeros, so Verifier_Login makes the
      * operator replace it at the first login; the
      * self-service change goes through Changer_Pin like
      * the forced one and refuses recent PINs.
      *****************************************************

       ENVIRONMENT DIVISION.
       77 WS-CIBLE        PIC X(8) VALUE SPACES.
       77 WS-NOUVEAU-PIN  PIC X(4) VALUE SPACES.
       77 WS-PIN-CONFIRME PIC X(4) VALUE SPACES.
       77 WS-RESULTAT     PIC X VALUE SPACES.
       77 WS-PROF-STATUS  PIC XX.
       77 WS-P-SAISIE     PIC X VALUE 'O'.
       77 WS-P-CONSULT    PIC X VALUE 'O'.
       77 WS-P-CORRECT    PIC X VALUE 'N'.
       77 WS-P-ADMIN      PIC X VALUE 'N'.

       77 WS-OPER-OUVERT     PIC X VALUE 'N'.
       77 WS-CIBLE-TROUVEE   PIC X VALUE 'N'.

       01 WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 50 TIMES.
       1 plg-pin-different.
           2 LINE 15 COL 3 VALUE 'LES DEUX PIN DIFFERENT - ABANDON.'.

       1 plg-pin-reutilise.
           2 LINE 15 COL 3 VALUE
               'PIN DEJA UTILISE RECEMMENT - ABANDON.'.

       1 plg-pin-incomplet.
           2 LINE 15 COL 3 VALUE 'PIN INCOMPLET - ABANDON.'.

       1 plg-inconnu.
           2 LINE 15 COL 3 VALUE 'IDENTIFIANT INCONNU.'.

       1 plg-fait.
           2 LINE 15 COL 3 VALUE 'MISE A JOUR ENREGISTREE.'.

       1 plg-echec.
           2 LINE 15 COL 3 VALUE 'FICHIER OPERATEURS INACCESSIBLE :'.
           2 LINE 15 COL 37 PIC XX FROM WS-OPER-STATUS.

       1 plg-profil.
           2 LINE 14 COL 3 VALUE 'Saisie (O/N) ?'.
           2 PIC X TO WS-P-SAISIE REQUIRED.
               END-IF
           END-PERFORM.

           PERFORM para-lire-flag-admin.

           PERFORM UNTIL WS-FIN-DEMANDEE

       para-lire-flag-admin.
           MOVE 'N' TO WS-EST-ADMIN.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS = "00"
               MOVE WS-OPERATEUR TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE OPER-ADMIN TO WS-EST-ADMIN
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

      * Every function works on the file open I-O for its
      * duration: the operator concerned is read by key,
      * changed and rewritten, and the file closed again.
       para-ouvrir-operateurs.
           MOVE 'N' TO WS-OPER-OUVERT.
           OPEN I-O OPERATOR-FILE.
           IF WS-OPER-STATUS = "35"
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF.
           IF WS-OPER-STATUS = "00"
               MOVE 'Y' TO WS-OPER-OUVERT
           ELSE
               DISPLAY plg-echec
           END-IF.

       para-fermer-operateurs.
           IF WS-OPER-OUVERT = 'Y'
               CLOSE OPERATOR-FILE
               MOVE 'N' TO WS-OPER-OUVERT
           END-IF.

       para-chercher-cible.
           MOVE 'N' TO WS-CIBLE-TROUVEE.
           MOVE WS-CIBLE TO OPER-ID.
           READ OPERATOR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-CIBLE-TROUVEE
           END-READ.

       para-ajouter.
           IF WS-EST-ADMIN NOT = 'O'
               DISPLAY plg-non-admin
               EXIT PARAGRAPH
           END-IF.
           DISPLAY plg-cible.
           ACCEPT plg-cible.
           PERFORM para-ouvrir-operateurs.
           IF WS-OPER-OUVERT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM para-chercher-cible.
           IF WS-CIBLE-TROUVEE = 'Y'
               DISPLAY plg-existe-deja
           ELSE
               DISPLAY plg-nouveau-pin
               ACCEPT plg-nouveau-pin
               IF WS-NOUVEAU-PIN = WS-PIN-CONFIRME
                   INITIALIZE OPERATOR-RECORD
                   MOVE WS-CIBLE TO OPER-ID
                   CALL 'Hacher_Pin' USING OPER-ID WS-NOUVEAU-PIN
                       OPER-PIN-EMPREINTE
                   MOVE ZEROS TO OPER-DATE-PIN
                   MOVE 'A' TO OPER-ACTIF
                   MOVE 'N' TO OPER-ADMIN
                   MOVE ZEROS TO OPER-ECHECS
                   WRITE OPERATOR-RECORD
                   DISPLAY plg-fait
               ELSE
                   DISPLAY plg-pin-different
               END-IF
           END-IF.
           PERFORM para-fermer-operateurs.

       para-desactiver.
           IF WS-EST-ADMIN NOT = 'O'
               DISPLAY plg-non-admin
               EXIT PARAGRAPH
           END-IF.
           DISPLAY plg-cible.
           ACCEPT plg-cible.
           PERFORM para-ouvrir-operateurs.
           IF WS-OPER-OUVERT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM para-chercher-cible.
           IF WS-CIBLE-TROUVEE NOT = 'Y'
               DISPLAY plg-inconnu
           ELSE
               IF OPER-ACTIF = 'A'
                   MOVE 'I' TO OPER-ACTIF
               ELSE
                   MOVE 'A' TO OPER-ACTIF
               END-IF
               REWRITE OPERATOR-RECORD
               DISPLAY plg-fait
           END-IF.
           PERFORM para-fermer-operateurs.

       para-reinitialiser-pin.
           IF WS-EST-ADMIN NOT = 'O'
               DISPLAY plg-non-admin
               EXIT PARAGRAPH
           END-IF.
           DISPLAY plg-cible.
           ACCEPT plg-cible.
           PERFORM para-ouvrir-operateurs.
           IF WS-OPER-OUVERT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM para-chercher-cible.
           IF WS-CIBLE-TROUVEE NOT = 'Y'
               DISPLAY plg-inconnu
           ELSE
               DISPLAY plg-nouveau-pin
               ACCEPT plg-nouveau-pin
               IF WS-NOUVEAU-PIN = WS-PIN-CONFIRME
                   CALL 'Hacher_Pin' USING OPER-ID WS-NOUVEAU-PIN
                       OPER-PIN-EMPREINTE
                   MOVE ZEROS TO OPER-DATE-PIN
                   MOVE ZEROS TO OPER-ECHECS
                   REWRITE OPERATOR-RECORD
                   DISPLAY plg-fait
               ELSE
                   DISPLAY plg-pin-different
               END-IF
           END-IF.
           PERFORM para-fermer-operateurs.

       para-deverrouiller.
           IF WS-EST-ADMIN NOT = 'O'
               DISPLAY plg-non-admin
               EXIT PARAGRAPH
           END-IF.
           DISPLAY plg-cible.
           ACCEPT plg-cible.
           PERFORM para-ouvrir-operateurs.
           IF WS-OPER-OUVERT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM para-chercher-cible.
           IF WS-CIBLE-TROUVEE NOT = 'Y'
               DISPLAY plg-inconnu
           ELSE
               MOVE ZEROS TO OPER-ECHECS
               REWRITE OPERATOR-RECORD
               DISPLAY plg-fait
           END-IF.
           PERFORM para-fermer-operateurs.

       para-changer-mon-pin.
           MOVE WS-OPERATEUR TO WS-CIBLE.
           PERFORM para-ouvrir-operateurs.
           IF WS-OPER-OUVERT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM para-chercher-cible.
           IF WS-CIBLE-TROUVEE NOT = 'Y'
               DISPLAY plg-inconnu
           ELSE
               DISPLAY plg-nouveau-pin
               ACCEPT plg-nouveau-pin
               IF WS-NOUVEAU-PIN = WS-PIN-CONFIRME
                   CALL 'Changer_Pin' USING OPERATOR-RECORD
                       WS-NOUVEAU-PIN WS-RESULTAT
                   EVALUATE WS-RESULTAT
                       WHEN 'O'
                           REWRITE OPERATOR-RECORD
                           DISPLAY plg-fait
                       WHEN 'R'
                           DISPLAY plg-pin-reutilise
                       WHEN OTHER
                           DISPLAY plg-pin-incomplet
                   END-EVALUATE
               ELSE
                   DISPLAY plg-pin-different
               END-IF
           END-IF.
           PERFORM para-fermer-operateurs.

      * The function profile gates what the Menu_Budget
      * dispatcher offers: a keyer does not have to be able
           ELSE
               DISPLAY plg-cible
               ACCEPT plg-cible
               PERFORM para-verifier-cible
               IF WS-CIBLE-TROUVEE NOT = 'Y'
                   DISPLAY plg-inconnu
               ELSE
                   DISPLAY plg-profil

      * The file is rewritten wholesale from the table: a
      * load past the cap, or a new operator who will not
      * fit, is refused out loud - never a silent loss
      * behind a success message.
       para-ranger-profil.
           MOVE 'N' TO WS-PROFIL-ENREGISTRE.
           PERFORM para-charger-profils.
           END-PERFORM.
           CLOSE PROFIL-FILE.

       para-verifier-cible.
           MOVE 'N' TO WS-CIBLE-TROUVEE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS = "00"
               PERFORM para-chercher-cible
               CLOSE OPERATOR-FILE
           END-IF.
