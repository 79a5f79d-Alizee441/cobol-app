       77 WS-AUTORISE       PIC X VALUE 'N'.
           88 WS-CONNECTE   VALUE 'Y'.
       77 WS-PROGRAMME      PIC X(8) VALUE 'MENU'.
       77 WS-MONTANT-AUDIT  PIC 9(7)V99 VALUE ZEROS.
       77 WS-CHOIX          PIC 99 VALUE ZEROS.
           88 WS-FIN-DEMANDEE VALUE 99.
       77 WS-FONCTION       PIC X VALUE SPACES.
               DISPLAY " 1 = Saisie des gains"
               DISPLAY " 2 = Saisie des pertes"
               DISPLAY " 3 = Calcul complet du budget"
               DISPLAY "21 = Objectifs d'epargne"
           END-IF.
           IF WS-DROIT-CONSULT = 'Y'
               DISPLAY " 4 = Consultation du ledger"
               DISPLAY " 5 = Consultation du journal d'audit"
               DISPLAY "14 = Consultation historique"
               DISPLAY "19 = Consultation des rapports"
           END-IF.
           IF WS-DROIT-CORRECT = 'Y'
               DISPLAY " 6 = Correction du ledger"
               DISPLAY " 7 = Approbation des ecritures"
               DISPLAY "16 = Etalement d'une ecriture"
           END-IF.
           IF WS-DROIT-ADMIN = 'Y'
               DISPLAY " 8 = Gestion des operateurs"
               DISPLAY "11 = Gestion des ordres permanents"
               DISPLAY "12 = Gestion des parametres"
               DISPLAY "13 = Gestion du calendrier"
               DISPLAY "15 = Gestion des tiers"
               DISPLAY "17 = Gestion des repartitions"
               DISPLAY "18 = Mise en paiement d'une ecriture"
               DISPLAY "20 = Gestion du plan budgetaire"
           END-IF.
           DISPLAY "99 = Fin".
           DISPLAY "VOTRE CHOIX ?".
               WHEN 14 MOVE WS-DROIT-CONSULT TO WS-DROIT-CHOIX
               WHEN 6 THRU 7 MOVE WS-DROIT-CORRECT TO WS-DROIT-CHOIX
               WHEN 8 THRU 13 MOVE WS-DROIT-ADMIN  TO WS-DROIT-CHOIX
               WHEN 15 MOVE WS-DROIT-ADMIN TO WS-DROIT-CHOIX
               WHEN 16 MOVE WS-DROIT-CORRECT TO WS-DROIT-CHOIX
               WHEN 17 MOVE WS-DROIT-ADMIN TO WS-DROIT-CHOIX
               WHEN 18 MOVE WS-DROIT-ADMIN TO WS-DROIT-CHOIX
               WHEN 19 MOVE WS-DROIT-CONSULT TO WS-DROIT-CHOIX
               WHEN 20 MOVE WS-DROIT-ADMIN TO WS-DROIT-CHOIX
               WHEN 21 MOVE WS-DROIT-SAISIE TO WS-DROIT-CHOIX
               WHEN OTHER MOVE 'N' TO WS-DROIT-CHOIX
           END-EVALUATE.

               WHEN 14
                   CALL 'Consultation_Historique' USING WS-OPERATEUR
                   CANCEL 'Consultation_Historique'
               WHEN 15
                   CALL 'Gestion_Tiers'
                   CANCEL 'Gestion_Tiers'
               WHEN 16
                   CALL 'Gestion_Etalements' USING WS-OPERATEUR
                   CANCEL 'Gestion_Etalements'
               WHEN 17
                   CALL 'Gestion_Repartitions'
                   CANCEL 'Gestion_Repartitions'
               WHEN 18
                   CALL 'Gestion_Paiements' USING WS-OPERATEUR
                   CANCEL 'Gestion_Paiements'
               WHEN 19
                   CALL 'Consultation_Rapports' USING WS-OPERATEUR
                   CANCEL 'Consultation_Rapports'
               WHEN 20
                   CALL 'Gestion_Plan' USING WS-OPERATEUR
                   CANCEL 'Gestion_Plan'
               WHEN 21
                   CALL 'Gestion_Objectifs' USING WS-OPERATEUR
                   CANCEL 'Gestion_Objectifs'
               WHEN OTHER CONTINUE
           END-EVALUATE.
