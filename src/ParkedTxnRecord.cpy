       01  Parked-Txn-Record.
           05 PTX-Holder-Name PIC X(45).
           05 PTX-Card-Number PIC 9(16).
      *    The card's PIN in the same protected form as
      *    CH-PIN-Hash, never the PIN itself
           05 PTX-PIN-Hash PIC X(20).
           05 PTX-Tender-Type PIC X(01).
           05 PTX-Txn-Type PIC X(01).
           05 PTX-Discount-Type PIC X(01).
