      *****************************************************
      * Savings goals: each operator registers their own
      * through Gestion_Objectifs - a target amount, a
      * target date and optionally a target monthly savings
      * rate. Calcul_Budget_Objectifs measures them at each
      * month-end close and carries the amount saved so
      * far; Calcul_Budget_Releve prints their progress on
      * the monthly statement.
      *
      * Indexed on operator + goal number, so an operator's
      * goals read back together from a START on the
      * operator.
      *****************************************************
           SELECT OBJECTIF-FILE
               ASSIGN TO "data/BUDGOBJ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBJ-CLE
               FILE STATUS IS WS-OBJ-STATUS.
