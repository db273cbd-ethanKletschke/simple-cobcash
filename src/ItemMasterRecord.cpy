      *    the sales reports. Spaces lands the item on the
      *    no-department exception list until it's populated.
           05 ITM-Dept-Code PIC X(03).
      *    "Y" = the reorder level and quantity were set by hand and
      *    stay as keyed - the weekly reorder recalculation leaves
      *    the item alone. Anything else lets it propose new ones.
           05 ITM-Reorder-Fixed PIC X(01).
      *    Units pulled off the shelf under a product recall - held
      *    apart from the on-hand count so they never show as
      *    sellable, until the supplier takes them back or they are
      *    destroyed.
           05 ITM-Quarantine-Qty PIC 9(05)V99.
