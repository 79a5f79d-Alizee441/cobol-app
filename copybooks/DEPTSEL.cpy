      * Department reference file: the three teams sharing
      * the system. Captured on every posting so each team
      * can be held to its own numbers.
      *
      * Indexed on the department code (one keyed read per
      * check); a flat master is rebuilt once with
      * Convertir_References.
      *****************************************************
           SELECT DEPT-FILE
               ASSIGN TO "data/BUDGDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.
