      *****************************************************
      * Warehouse extract control record: the high-water
      * mark (last posting sequence the warehouse has been
      * sent) and the batch last cut - its number, date and
      * sequence bounds. ENTR-STATUT is 'E' from the moment
      * Calcul_Budget_Entrepot fixes a batch until it has
      * been written in full, 'C' once the mark has moved.
      *****************************************************
           SELECT ENTRCTL-FILE
               ASSIGN TO "data/BUDGENTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTR-STATUS.
