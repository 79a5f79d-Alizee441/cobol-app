      *****************************************************
      * Operator id / PIN file used to gate access to the
      * budget entry screens (login check).
      *
      * Indexed on the operator id: a login is one keyed
      * read and a failed-PIN count one record rewritten. A
      * flat file is rebuilt once with Convertir_
      * References.
      *****************************************************
           SELECT OPERATOR-FILE
               ASSIGN TO "data/OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
