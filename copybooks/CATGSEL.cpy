      * codes, their labels and the monthly budget envelope
      * per category. Entry screens validate against it and
      * Calcul_Budget_Variance reports envelope overruns.
      *
      * Indexed on the category code: a check is one keyed
      * read and the maintenance screen rewrites only the
      * record it changes. A master still in the flat
      * layout is rebuilt once with Convertir_References.
      *****************************************************
           SELECT CATEG-FILE
               ASSIGN TO "data/BUDGCATG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CATG-CODE
               FILE STATUS IS WS-CATG-STATUS.
