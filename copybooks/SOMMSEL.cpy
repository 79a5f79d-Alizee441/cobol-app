      *****************************************************
      * Nightly ledger summary: one record per date,
      * operator, category, department, currency and
      * posting programme, built by Calcul_Budget_Sommaire
      * from the postings added since its last run. The
      * reporting steps read it instead of the whole
      * ledger, after Controler_Sommaire has tied it back
      * to BUDGET-LEDGER. The date leads the key, so the
      * file reads in accounting order and a month is one
      * START away.
      *****************************************************
           SELECT SOMMAIRE-FILE
               ASSIGN TO "data/BUDGSOMM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOMM-CLE
               FILE STATUS IS WS-SOMM-STATUS.
