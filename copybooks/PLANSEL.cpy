      *****************************************************
      * Annual budget plan: for a year, a department of
      * DEPT-FILE and a category of CATEG-FILE, the amount
      * planned for each of the twelve months. Maintained
      * (or seeded from the previous year's actuals) by
      * Gestion_Plan, reported against the ledger and the
      * year archive by Calcul_Budget_Plan.
      *
      * Indexed on year + department + category, so a
      * year's plan reads back in department / category
      * order from a START on the year.
      *****************************************************
           SELECT PLAN-FILE
               ASSIGN TO "data/BUDGPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAN-CLE
               FILE STATUS IS WS-PLAN-STATUS.
