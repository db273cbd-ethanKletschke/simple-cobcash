      *fixed-format record appended per charge sale ("C"), refund
      *credit ("R"), and payment on account ("P"), so the monthly
      *statement can list the month's transactions by number and date.
      *The history purge leaves "B" (the unpaid rest of an older
      *charge, brought forward on its own date) and "F" (credit
      *carried forward) in place of the records it takes away.
       01  Acct-Activity-Record.
           05 ACT-Account-Number PIC 9(16).
           05 ACT-Txn-Number PIC 9(10).
