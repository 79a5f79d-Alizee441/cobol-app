      *****************************************************
      * NOTE-FILE record layout. NOTE-TYPE is 'R' (slip
      * rejected by Calcul_Budget_Edit), 'D' (category
      * envelope overrun), 'A' (entry pending approval),
      * 'E' (pending entry escalated past the delay) or
      * 'P' (forecast breach date). NOTE-REFERENCE names
      * the item within its type:
      *   R : night (8) + rank in the reject file (6)
      *   D : period (6) + category (4)
      *   A, E : pending entry date (8) + time (6)
      *          + keying operator (8)
      *   P : period (6)
      * NOTE-LOT is the MAILOUT batch that carried it.
      *****************************************************
       FD  NOTE-FILE.
       01  NOTE-RECORD.
           05  NOTE-CLE.
               10  NOTE-DESTINATAIRE PIC X(8).
               10  NOTE-TYPE         PIC X(1).
               10  NOTE-REFERENCE    PIC X(30).
           05  NOTE-DATE-ENVOI      PIC 9(8).
           05  NOTE-LOT             PIC 9(14).
