      *Record layout for the inter-store transfer file (STKXFER.DAT),
      *keyed by sending store + transfer number + item code - one
      *record per line moved between stores. The sending store writes
      *the lines in transit ("T"); the receiving store books them in
      *against the same document and marks them received ("R") with
      *what actually arrived, so shortages in transit show up.
       01  Stock-Transfer-Record.
           05 XFT-Key.
               10 XFT-From-Store PIC X(03).
               10 XFT-Number PIC 9(06).
               10 XFT-Item-Code PIC X(10).
           05 XFT-To-Store PIC X(03).
           05 XFT-Item-Name PIC X(20).
           05 XFT-Qty-Sent PIC 9(05)V99.
      *    The sender's ITM-Unit-Cost when it went - the receiving
      *    store takes the stock on at this cost, not its own.
           05 XFT-Unit-Cost PIC 9(06)V99.
           05 XFT-Sent-Date PIC X(10).
           05 XFT-Sent-By PIC X(10).
           05 XFT-Qty-Received PIC 9(05)V99.
           05 XFT-Received-Date PIC X(10).
           05 XFT-Received-By PIC X(10).
      *    "T" = in transit, "R" = received at the other store
           05 XFT-Status PIC X(01).
               88 XFT-Is-In-Transit VALUE "T".
               88 XFT-Is-Received VALUE "R".
