      *Record layout for the no-receipt returns history (RTNHIST.DAT),
      *keyed by the customer's ID and the refund's transaction number
      *- one record per no-receipt return taken, so the till can add
      *up what one ID has brought back over the rolling period.
       01  Return-Hist-Record.
           05 RNH-Key.
      *        D = driving licence, P = passport, S = state ID,
      *        M = military ID
               10 RNH-ID-Type PIC X(01).
               10 RNH-ID-Number PIC X(20).
               10 RNH-Txn-Number PIC 9(10).
           05 RNH-Date PIC X(10).
      *    The goods' value at the price refunded, before tax
           05 RNH-Amount PIC 9(06)V99.
      *    The gift card the store credit went onto
           05 RNH-Credit-Card PIC 9(16).
           05 RNH-Cashier-ID PIC X(10).
           05 RNH-Lane PIC X(02).
