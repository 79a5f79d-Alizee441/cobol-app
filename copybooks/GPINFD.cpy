      *****************************************************
       FD  GAINS-PERTES-IN.
       01  GP-RECORD-IN.
      * Amounts in euros and cents (two implied decimals).
           05  GP-GAINS             PIC 9(7)V99.
           05  GP-PERTES            PIC 9(7)V99.
           05  GP-OPERATEUR         PIC X(8).
           05  GP-CATEGORIE         PIC X(4).
      * Accounting date of the slip (AAAAMMJJ); zeros mean
      * VAT code of the expense; blank means the keyed
      * category's default code.
           05  GP-CODE-TVA          PIC X(3).
      * Split receipt: every line of the receipt carries the
      * same document reference and repeats the receipt's
      * total; the lines must follow one another and add up
      * to that total. Blank reference = ordinary slip, and
      * the total is then ignored.
           05  GP-DOCUMENT          PIC X(10).
           05  GP-TOTAL-DOC         PIC 9(7)V99.
      * Payee code (TIERS-FILE), optional. A slip naming a
      * payee may leave GP-CATEGORIE blank: the payee's
      * default category is then taken.
           05  GP-TIERS             PIC X(8).
