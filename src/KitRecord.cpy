      *Record layout for the kit structure file (KITSTRUC.DAT), keyed
      *by kit code and component code - one record per component
      *that goes into a kit (gift basket, starter kit). The kit and
      *every component are ordinary item master codes; an item with
      *records here sells as one priced line, but the stock that
      *leaves the shelf is its components'.
       01  Kit-Record.
           05 KIT-Key.
               10 KIT-Kit-Code PIC X(10).
               10 KIT-Component-Code PIC X(10).
      *    How many of the component go into one kit - decimals only
      *    for a component sold by weight
           05 KIT-Component-Qty PIC 9(03)V99.
