
      *    Sales Tax/Discount are shown ahead of Owed, same order as
      *    the receipt footing (Amt. Owed already reflects both).
           05 LINE 7 COL 3 PIC X(11) FROM WS-Tax-Screen-Caption.
           05 LINE 7 COL PLUS 1 PIC $$$$,$$9.99 FROM WS-Disp-Tax.

           05 LINE 8 COL 3 VALUE "Discount: ".
              REQUIRED.

      *    Let the cashier record cash put into or taken out of the
      *    drawer outside a sale (milk run, window cleaner), or
      *    lifted to the safe as a cash pickup.
           05 LINE 19 COL 3 VALUE "Paid-in/out/pickup? (Y/N): ".
           05 LINE 19 COL PLUS 1 PIC X(01) USING WS-Drawer-Move-Answer
              REVERSE-VIDEO
              REQUIRED.
           05 LINE 21 COL PLUS 1 PIC X(01) USING WS-Acct-Pay-Answer
              REVERSE-VIDEO
              REQUIRED.

      *    Let the cashier pay out the deposit on empty cans and
      *    bottles brought back, as its own transaction.
           05 LINE 22 COL 3 VALUE "Container return? (Y/N): ".
           05 LINE 22 COL PLUS 1 PIC X(01) USING WS-Ctr-Answer
              REVERSE-VIDEO
              REQUIRED.
