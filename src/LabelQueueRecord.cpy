      *Record layout for the shelf-label queue (LBLQUEUE.DAT) - one
      *record per item whose shelf ticket needs reprinting, appended
      *as the price moves (the day-open's applied price changes) and
      *emptied by the shelf-label run once the tickets are printed.
       01  Label-Queue-Record.
           05 LBQ-Item-Code PIC X(10).
      *    Why the ticket is due
           05 LBQ-Reason PIC X(01).
               88 LBQ-Price-Changed VALUE "P".
           05 LBQ-Queued-Date PIC X(10).
