      *Record layout for the open return-to-vendor file (RTVOPEN.DAT),
      *keyed by RTV (debit memo) number + item code - one record per
      *line shipped back to a supplier. A line stays open ("O") until
      *the supplier's credit note is confirmed against its memo, so
      *goods sent back for credit are never simply forgotten.
       01  Rtv-Record.
           05 RTV-Key.
               10 RTV-Number PIC 9(06).
               10 RTV-Item-Code PIC X(10).
           05 RTV-Supplier-Code PIC X(06).
           05 RTV-Date PIC X(10).
           05 RTV-Item-Name PIC X(20).
           05 RTV-Qty PIC 9(05)V99.
      *    What one unit cost us (ITM-Unit-Cost when it was shipped)
      *    and the line at that cost - what the credit should cover.
           05 RTV-Unit-Cost PIC 9(06)V99.
           05 RTV-Value PIC 9(07)V99.
      *    D = damaged on arrival, S = slow stock taken back,
      *    R = recalled, O = other
           05 RTV-Reason PIC X(01).
      *    The supplier's return authorisation, if they gave one
           05 RTV-Supplier-Ref PIC X(15).
           05 RTV-Clerk PIC X(10).
      *    "O" = shipped, waiting on the supplier's credit;
      *    "C" = credit confirmed
           05 RTV-Status PIC X(01).
               88 RTV-Is-Open VALUE "O".
               88 RTV-Is-Credited VALUE "C".
           05 RTV-Credit-Date PIC X(10).
           05 RTV-Credit-Ref PIC X(15).
