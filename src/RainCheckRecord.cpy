      *Record layout for the rain-check file (RAINCHK.DAT), keyed by
      *the rain check's own number - one record for every rain check
      *the till wrote when an advertised item couldn't be supplied.
      *A presented number must be here, unused and in date before its
      *price goes back on the item; marking it redeemed is what
      *stops the same slip being used twice.
       01  Rain-Check-Record.
           05 RCK-Number PIC 9(10).
           05 RCK-Item-Code PIC X(10).
           05 RCK-Item-Name PIC X(20).
      *    The offer's unit price the rain check holds
           05 RCK-Promo-Price PIC 9(06)V99.
      *    Most units the rain check covers
           05 RCK-Qty-Limit PIC 9(03).
      *    The promotion it was written against - item code plus the
      *    offer's run dates identify it on PROMO.DAT
           05 RCK-Promo-Start PIC X(10).
           05 RCK-Promo-End PIC X(10).
           05 RCK-Issue-Date PIC X(10).
      *    Last day it can be redeemed, as 9999/99/99
           05 RCK-Expiry-Date PIC X(10).
      *    Where and by whom it was written
           05 RCK-Issue-Lane PIC X(02).
           05 RCK-Issue-Cashier PIC X(10).
      *    "U" = issued and unused, "R" = redeemed
           05 RCK-Status PIC X(01).
               88 RCK-Is-Unused VALUE "U".
               88 RCK-Is-Redeemed VALUE "R".
      *    Filled in when it comes back - zero/spaces until then
           05 RCK-Redeemed-Date PIC X(10).
           05 RCK-Redeemed-Txn PIC 9(10).
           05 RCK-Store PIC X(03).
