       01  Batch-Txn-Record.
           05 BTX-Holder-Name PIC X(45).
           05 BTX-Card-Number PIC 9(16).
      *    The card's PIN in the same protected form as
      *    CH-PIN-Hash, never the PIN itself
           05 BTX-PIN-Hash PIC X(20).
           05 BTX-Tender-Type PIC X(01).
           05 BTX-Txn-Type PIC X(01).
           05 BTX-Discount-Type PIC X(01).
