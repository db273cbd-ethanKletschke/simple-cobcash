      *Record layout for the item-level sales detail file
      *(SALESDTL.DAT) - one fixed-format record written per receipt
      *line as the receipt commits, so sales analysis can aggregate
      *what actually sold without re-reading receipt text. Keyed by
      *transaction number and line, with the business date as an
      *alternate key, so a program reads only the receipt or the
      *days it wants.
       01  Sales-Detail-Record.
           05 SDT-Key.
               10 SDT-Txn-Number PIC 9(10).
      *        The line's place on its receipt, from 1
               10 SDT-Line-Number PIC 9(03).
           05 SDT-Date PIC X(10).
           05 SDT-Time PIC X(08).
      *    Blank when the cashier typed the name/price by hand
           05 SDT-Qty PIC 9(03)V99.
           05 SDT-Price PIC 9(06)V99.
           05 SDT-Line-Total PIC 9(06)V99.
      *    S = sale, R = refund (units go back on the shelf),
      *    C = empty containers returned for their deposit (nothing
      *    goes back on the shelf - the distributor takes them)
           05 SDT-Txn-Type PIC X(01).
      *    Which store sold it, for the head-office consolidation
           05 SDT-Store PIC X(03).
      *    Which department the item belonged to when it sold -
      *    spaces on hand-typed lines and unpopulated items
           05 SDT-Dept PIC X(03).
      *    The sales associate who helped with a commissionable line,
      *    and the commission percent the line earned when it sold -
      *    spaces and zero on lines nobody is paid on
           05 SDT-Associate-ID PIC X(10).
           05 SDT-Comm-Pct PIC 9(02)V99.
