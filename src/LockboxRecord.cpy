      *Record layout for the bank's daily lockbox file (LOCKBOX.DAT)
      *- the checks house account customers mailed to the store's
      *bank lockbox, as the bank deposited them. One header, one
      *detail record per check, and a trailer carrying the bank's
      *own count and control total for the deposit.
       01  Lockbox-Record.
      *    "H" = header, "D" = one check, "T" = trailer
           05 LBX-Rec-Type PIC X(01).
               88 LBX-Is-Header VALUE "H".
               88 LBX-Is-Detail VALUE "D".
               88 LBX-Is-Trailer VALUE "T".
           05 LBX-Data PIC X(60).
      *    Header - the bank's number for the day's lockbox batch
           05 LBX-Header REDEFINES LBX-Data.
               10 LBX-Batch-ID PIC X(10).
               10 LBX-Batch-Date PIC X(10).
               10 FILLER PIC X(40).
      *    One check - the house account it pays, as the customer
      *    wrote it on the remittance slip
           05 LBX-Detail REDEFINES LBX-Data.
               10 LBX-Account-Number PIC 9(16).
               10 LBX-Amount PIC 9(07)V99.
               10 LBX-Check-Number PIC X(10).
               10 LBX-Deposit-Date PIC X(10).
               10 FILLER PIC X(15).
      *    Trailer - what the bank says the batch holds
           05 LBX-Trailer REDEFINES LBX-Data.
               10 LBX-Control-Count PIC 9(06).
               10 LBX-Control-Total PIC 9(09)V99.
               10 FILLER PIC X(43).
