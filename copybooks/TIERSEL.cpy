      *****************************************************
      * Payee master file: who was paid or who paid us.
      * Postings carry the code in LEDGER-TIERS; the entry
      * screens and Calcul_Budget_Edit validate against it
      * and Calcul_Budget_Tiers reports spend per payee.
      *
      * Indexed on the payee code, like the category master:
      * a check is one keyed read and the maintenance screen
      * rewrites only the record it changes. A master still
      * in the flat layout is rebuilt once with
      * Convertir_References.
      *****************************************************
           SELECT TIERS-FILE
               ASSIGN TO "data/BUDGTIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIERS-CODE
               FILE STATUS IS WS-TIERS-STATUS.
