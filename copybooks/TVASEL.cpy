      * batch edit validate expense VAT codes against it,
      * the same way categories are validated. Maintained
      * as a simple data file, like the G/L mapping.
      *
      * Indexed on the VAT code (one keyed read per check);
      * a flat file is rebuilt once with Convertir_
      * References.
      *****************************************************
           SELECT TVA-FILE
               ASSIGN TO "data/BUDGTVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TVA-CODE
               FILE STATUS IS WS-TVA-STATUS.
