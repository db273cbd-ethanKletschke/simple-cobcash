      *Record layout for the per-category tax journal (TAXJRNL.DAT) -
      *one fixed-format record written per tax category used on each
      *committed transaction, carrying the category's taxable base
      *and the tax computed on it. The receipt always showed this
      *breakdown; this file is what lets the quarterly remittance
      *report total it per category instead of prorating an estimate.
      *Keyed by transaction number and category, with the business
      *date as an alternate key.
       01  Tax-Journal-Record.
           05 TXJ-Key.
               10 TXJ-Txn-Number PIC 9(10).
      *        The tax table category letter - space is the standard
      *        rate
               10 TXJ-Category PIC X(01).
           05 TXJ-Date PIC X(10).
      *    S = sale, R = refund (nets off at remittance time)
           05 TXJ-Txn-Type PIC X(01).
           05 TXJ-Rate PIC 9V999.
      *    What was taxable at this rate on this transaction
           05 TXJ-Base PIC 9(06)V99.
