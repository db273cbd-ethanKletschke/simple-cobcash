      *Record layout for the staff purchase file (STAFFPUR.DAT) - one
      *fixed-format record appended per sale tendered on a staff
      *card, so the store manager's monthly report can show who is
      *buying at the staff discount and how close each employee is
      *to the yearly allowance.
       01  Staff-Purchase-Record.
           05 STP-Date PIC X(10).
           05 STP-Time PIC X(08).
           05 STP-Txn-Number PIC 9(10).
      *    The staff card, masked to its last four digits, and the
      *    name on file for it
           05 STP-Card-Masked PIC X(16).
           05 STP-Holder-Name PIC X(45).
      *    The sale's item subtotal before any discount
           05 STP-Gross PIC 9(07)V99.
      *    The part of it the staff discount was given on - lines on
      *    offer are left out, and the cap can cut it short
           05 STP-Disc-Base PIC 9(07)V99.
           05 STP-Discount PIC 9(06)V99.
      *    The employee's discounted spend for the year after this
      *    sale, and the cap it was held against
           05 STP-Spend-YTD PIC 9(07)V99.
           05 STP-Annual-Cap PIC 9(07)V99.
      *    "Y" when the cap stopped the discount short on this sale
           05 STP-Capped-Flag PIC X(01).
               88 STP-Was-Capped VALUE "Y".
           05 STP-Lane PIC X(02).
           05 STP-Cashier-ID PIC X(10).
           05 STP-Store PIC X(03).
