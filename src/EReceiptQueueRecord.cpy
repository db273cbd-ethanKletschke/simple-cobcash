      *Record layout for the outbound e-receipt queue (EMAILQ.DAT)
      *the mail gateway picks up. Each e-receipt is an H header line,
      *one L line per receipt line exactly as printed, and an E line
      *closing it with the count of L lines, all carrying the same
      *transaction number and sequence (see EReceiptLogRecord.cpy).
       01  EReceipt-Queue-Record.
      *    H = header, L = receipt line, E = end of this e-receipt
           05 ERQ-Type PIC X(01).
               88 ERQ-Is-Header VALUE "H".
               88 ERQ-Is-Line VALUE "L".
               88 ERQ-Is-End VALUE "E".
           05 ERQ-Txn-Number PIC 9(10).
           05 ERQ-Seq PIC 9(02).
           05 ERQ-Body PIC X(149).
      *    The header - who it goes to and whose branding it wears
           05 ERQ-Header REDEFINES ERQ-Body.
      *        N = receipt, R = reprinted copy, V = void notice
               10 ERQ-Kind PIC X(01).
               10 ERQ-Email PIC X(60).
               10 ERQ-Store-Name PIC X(30).
               10 ERQ-Store-Address PIC X(40).
               10 ERQ-Date PIC X(10).
               10 ERQ-Time PIC X(08).
      *    A receipt line
           05 ERQ-Line REDEFINES ERQ-Body.
               10 ERQ-Text PIC X(80).
               10 FILLER PIC X(69).
      *    The closing line
           05 ERQ-End REDEFINES ERQ-Body.
               10 ERQ-Line-Count PIC 9(04).
               10 FILLER PIC X(145).
