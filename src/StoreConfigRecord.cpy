      *    looked-up price needs a supervisor's sign-off - zero
      *    keeps the program default.
           05 SCFG-Override-Pct PIC 9(02)V99.
      *    The staff purchase discount percent, and the most any one
      *    employee may buy at it in a calendar year - zero keeps
      *    the program default.
           05 SCFG-Staff-Disc-Pct PIC 9(02)V99.
           05 SCFG-Staff-Annual-Cap PIC 9(07)V99.
      *    How many whole months of detail the history purge leaves
      *    on the live files behind the current month - zero keeps
      *    the program default.
           05 SCFG-Retain-Months PIC 9(02).
      *    Card velocity: a card asked for more often than this
      *    many times, or for more money than this, within this many
      *    minutes across all the store's lanes stops the sale for a
      *    supervisor - zero keeps the program default.
           05 SCFG-Velocity-Minutes PIC 9(04).
           05 SCFG-Velocity-Uses PIC 9(02).
           05 SCFG-Velocity-Amount PIC 9(07)V99.
      *    No-receipt returns: an ID that has brought back more than
      *    this many, or this much, without a receipt within this many
      *    days is refused; returned goods are priced at the lowest
      *    they sold for within the last this-many days - zero keeps
      *    the program default.
           05 SCFG-NoRcpt-Days PIC 9(03).
           05 SCFG-NoRcpt-Max-Count PIC 9(02).
           05 SCFG-NoRcpt-Max-Value PIC 9(06)V99.
           05 SCFG-NoRcpt-Price-Days PIC 9(03).
      *    Cycle counting: items making up the first this-percent of
      *    a year's sales value are class A, up to this-percent class
      *    B, the rest class C; each class is counted again this many
      *    days after its last count - zero keeps the program default.
           05 SCFG-Cycle-A-Pct PIC 9(02).
           05 SCFG-Cycle-B-Pct PIC 9(02).
           05 SCFG-Cycle-A-Days PIC 9(03).
           05 SCFG-Cycle-B-Days PIC 9(03).
           05 SCFG-Cycle-C-Days PIC 9(03).
      *    "Y" = shelf prices already include sales tax - the till
      *    works out the tax contained in each line instead of adding
      *    it on top. Anything else adds tax to the shelf price.
           05 SCFG-Tax-Inclusive PIC X(01).
      *    Commission paid on a serialised item whose department has
      *    no rate of its own in COMMRATE.DAT - zero pays none.
           05 SCFG-Serial-Comm-Pct PIC 9(02)V99.
      *    Time clock: a shift longer than this many hours, clock-in
      *    to clock-out, is flagged for a supervisor to look at, and
      *    hours worked in a week beyond this many are overtime -
      *    zero keeps the program default.
           05 SCFG-Max-Shift-Hours PIC 9(02)V99.
           05 SCFG-Overtime-Hours PIC 9(02)V99.
