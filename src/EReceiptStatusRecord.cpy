      *Record layout for the e-receipt delivery status file
      *(EMAILSTS.DAT) the mail gateway writes back - one line per
      *delivery outcome, appended as they happen, naming the queued
      *e-receipt by its transaction number and sequence. A later line
      *for the same e-receipt supersedes an earlier one.
       01  EReceipt-Status-Record.
           05 EST-Txn-Number PIC 9(10).
           05 EST-Seq PIC 9(02).
      *    S = sent, B = bounced
           05 EST-Status PIC X(01).
               88 EST-Sent VALUE "S".
               88 EST-Bounced VALUE "B".
           05 EST-Date PIC X(10).
           05 EST-Time PIC X(08).
      *    Why it bounced, as the gateway reported it
           05 EST-Reason PIC X(40).
