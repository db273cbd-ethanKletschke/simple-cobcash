      *Record layout for the supplier invoice register (SUPINVC.DAT),
      *keyed by supplier code + invoice number + item code - one
      *record per billed line, keyed or loaded by the invoice match
      *run and matched there against the PO line it bills for and the
      *cost goods receiving put on the item master.
       01  Supplier-Invoice-Record.
           05 SIV-Key.
               10 SIV-Supplier-Code PIC X(06).
               10 SIV-Invoice-Number PIC X(12).
               10 SIV-Item-Code PIC X(10).
      *    Which purchase order the supplier says this line is for
           05 SIV-PO-Number PIC 9(06).
           05 SIV-Invoice-Date PIC X(10).
           05 SIV-Qty-Billed PIC 9(05)V99.
           05 SIV-Unit-Cost PIC 9(06)V99.
      *    "O" = on the register, not yet matched; "M" = line matches
      *    but the invoice has an exception elsewhere; "E" = line is
      *    an exception; "C" = whole invoice matched, clear to pay.
      *    Anything short of "C" is re-matched every run, so a late
      *    delivery can still clear it.
           05 SIV-Status PIC X(01).
               88 SIV-Is-Open VALUE "O".
               88 SIV-Is-Matched VALUE "M".
               88 SIV-Is-Exception VALUE "E".
               88 SIV-Is-Clear VALUE "C".
           05 SIV-Entered-Date PIC X(10).
