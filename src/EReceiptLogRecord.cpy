      *Record layout for the e-receipt log (ERCPTLOG.DAT) - one record
      *per e-receipt handed to the outbound queue, keyed by the
      *transaction it belongs to and a sequence within it (00 for the
      *receipt itself, then one per reprint or void copy sent after
      *it), with the date queued as an alternate key so the daily
      *report goes straight to its day.
       01  EReceipt-Log-Record.
           05 ERL-Key.
               10 ERL-Txn-Number PIC 9(10).
               10 ERL-Seq PIC 9(02).
      *    N = the receipt, R = reprinted copy, V = void notice
           05 ERL-Kind PIC X(01).
               88 ERL-Kind-Receipt VALUE "N".
               88 ERL-Kind-Reprint VALUE "R".
               88 ERL-Kind-Void VALUE "V".
           05 ERL-Date PIC X(10).
           05 ERL-Time PIC X(08).
           05 ERL-Email PIC X(60).
      *    Last four digits of the loyalty card it was sent for
           05 ERL-Card-Last4 PIC X(04).
      *    On a V record, the void's own transaction number
           05 ERL-Void-Txn PIC 9(10).
      *    Receipt lines carried in the queued e-receipt
           05 ERL-Line-Count PIC 9(04).
           05 ERL-Lane PIC X(02).
