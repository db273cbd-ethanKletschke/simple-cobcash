      *Record layout for the sales summary file (SALESSUM.DAT) - what
      *the history purge leaves behind for each day of sales detail
      *it moves off to history: one record per day, department and
      *item, keyed that way, so the sales and margin reports can
      *still report on a purged day from its totals.
       01  Sales-Summary-Record.
           05 SSM-Key.
               10 SSM-Date PIC X(10).
               10 SSM-Dept PIC X(03).
      *        The item code, or the name on a hand-typed line - the
      *        same key the sales report aggregates under
               10 SSM-Item-Key PIC X(20).
      *    Blank on hand-typed lines, as on the detail
           05 SSM-Item-Code PIC X(10).
           05 SSM-Item-Name PIC X(20).
      *    How many detail lines went into this record
           05 SSM-Line-Count PIC 9(05).
           05 SSM-Sold-Qty PIC 9(07)V99.
           05 SSM-Sold-Value PIC 9(09)V99.
      *    Refund lines, kept apart rather than netted off
           05 SSM-Refund-Qty PIC 9(07)V99.
           05 SSM-Refund-Value PIC 9(09)V99.
