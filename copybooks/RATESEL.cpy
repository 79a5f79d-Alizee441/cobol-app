      * up the rate in effect on the posting date so
      * historical postings stay explainable and new
      * currencies can be added without a recompile.
      *
      * Indexed on currency + effective date: a currency's
      * rates read in date order from a START on the
      * currency, and a date is keyed once only. A flat file
      * is rebuilt once with Convertir_References.
      *****************************************************
           SELECT RATE-FILE
               ASSIGN TO "data/BUDGRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-CLE
               FILE STATUS IS WS-RATE-STATUS.
