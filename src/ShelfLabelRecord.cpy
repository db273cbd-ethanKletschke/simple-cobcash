      *Record layout for the shelf-edge label file (SHELFLBL.DAT) -
      *one ticket per item, in department then item order so one
      *person can re-ticket a whole aisle in a single walk. Every
      *price on it is what the till will charge from today, promotion
      *included, so the shelf and the till can't disagree.
       01  Shelf-Label-Record.
           05 SLB-Dept-Code PIC X(03).
           05 SLB-Item-Code PIC X(10).
           05 SLB-Item-Name PIC X(20).
      *    What one unit rings up at today
           05 SLB-Shelf-Price PIC 9(06)V99.
      *    The everyday price - the "was" on a promotion ticket
           05 SLB-Regular-Price PIC 9(06)V99.
      *    Weighed items only: the price per pound the scale charges,
      *    with "PER LB" printed beside it. Spaces and zero on items
      *    sold by each.
           05 SLB-Unit-Measure PIC X(06).
           05 SLB-Unit-Price PIC 9(06)V99.
      *    Mix-and-match multibuy running on the item ("3 for $5.00")
      *    - zero quantity when there is none
           05 SLB-Deal-Qty PIC 9(03).
           05 SLB-Deal-Price PIC 9(06)V99.
      *    Last day of the promotion on the ticket - spaces when the
      *    item is at its everyday price
           05 SLB-Promo-End-Date PIC X(10).
      *    Why this ticket was printed: "P" = price change applied,
      *    "S" = promotion started, "E" = promotion ended,
      *    "R" = reprint asked for by item code
           05 SLB-Reason PIC X(01).
