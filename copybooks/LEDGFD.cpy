               10  LEDGER-DATE          PIC 9(8).
               10  LEDGER-TIME          PIC 9(6).
           05  LEDGER-CURRENCY          PIC X(3).
      * Amounts in euros and cents (two implied decimals).
           05  LEDGER-GAINS             PIC 9(7)V99.
           05  LEDGER-PERTES            PIC 9(7)V99.
           05  LEDGER-TOTAL             PIC S9(9)V99.
           05  LEDGER-OPERATEUR         PIC X(8).
           05  LEDGER-PROGRAMME         PIC X(8).
           05  LEDGER-CATEGORIE         PIC X(4).
      * foreign postings. EUR entries carry rate 1; a
      * composite CALCBUD entry with two keyed amounts
      * carries zeros here.
           05  LEDGER-MONTANT-ORIG      PIC 9(7)V99.
           05  LEDGER-DEVISE-ORIG       PIC X(3).
           05  LEDGER-TAUX              PIC 9V9(4).
      * Sequence of the entry this record corrects (contra
      * LEDGER-PERTES. Blank code / zero amount on gains
      * and on expenses with no VAT.
           05  LEDGER-CODE-TVA          PIC X(3).
           05  LEDGER-MONTANT-TVA       PIC 9(7)V99.
      * Split document: the sequence of the first line of a
      * receipt keyed as several lines (one per category,
      * department and VAT code), carried by every line of
      * that receipt; zeros on an ordinary single posting.
           05  LEDGER-DOCUMENT          PIC 9(9).
      * Payee code from TIERS-FILE - who was paid, or who
      * paid us; blank when the posting names nobody.
           05  LEDGER-TIERS             PIC X(8).
