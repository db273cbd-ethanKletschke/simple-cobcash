      *Record layout for the transaction journal (TXNJRNL.DAT) - one
      *fixed-format record written per transaction when the receipt
      *commits (and per void when one is recorded), so reconciliation
      *can total real fields instead of screen-scraping receipt text.
      *Keyed by transaction number, with the business date as an
      *alternate key, so a program goes straight to the transaction
      *or the days it wants instead of reading the whole history.
       01  Txn-Journal-Record.
      *    This transaction's (or void's own) number
           05 TJR-Txn-Number PIC 9(10).
           05 TJR-Cashier-ID PIC X(10).
      *    Tender as displayed: Card/Cash/Splt
           05 TJR-Tender PIC X(04).
      *    S = sale, R = refund, V = void/reversal record,
      *    C = empty container return (deposit paid back)
           05 TJR-Txn-Type PIC X(01).
           05 TJR-Owed PIC 9(06)V99.
           05 TJR-Paid PIC 9(06)V99.
           05 TJR-Card-Last4 PIC X(04).
      *    On a V record, the original transaction being reversed;
      *    on an R record, the original sale being refunded against
      *    (zero on old records from before refunds carried one);
      *    on a C record taken as credit, the sale it came off
           05 TJR-Void-Ref PIC 9(10).
      *    Which lane/terminal rang it
           05 TJR-Lane PIC X(02).
      *    foreign amount handed over - spaces/zero on a local sale
           05 TJR-Curr-Code PIC X(03).
           05 TJR-Foreign-Amt PIC 9(07)V99.
      *    "E" on a sale tendered on a staff card (the staff discount
      *    is inside TJR-Discount) - space on every other sale
           05 TJR-Staff-Flag PIC X(01).
               88 TJR-Is-Staff-Sale VALUE "E".
