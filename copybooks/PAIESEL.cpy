      *****************************************************
      * Payment instructions: one line per posting to be
      * paid to its payee - entered by Approbation_Budget
      * when it releases a perte, or by Gestion_Paiements
      * when a posting is flagged to pay. Calcul_Budget_
      * Paiement takes each line into exactly one PAYOUT
      * batch, and Calcul_Budget_Banque matches the bank's
      * debit back to it through PAIE-REFERENCE.
      *****************************************************
           SELECT PAIEMENT-FILE
               ASSIGN TO "data/BUDGPAIE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIE-STATUS.
