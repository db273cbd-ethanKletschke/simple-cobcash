              REVERSE-VIDEO
              REQUIRED.

      *    "Y" here sends the cashier to the container return screen
      *    once the sale is keyed - the empties' deposit comes off
      *    what this sale owes.
           05 LINE 21 COL PLUS 3 VALUE "Empties Credit? (Y/N): ".
           05 LINE 21 COL PLUS 1 PIC X(01) USING WS-Ctr-Credit-Answer
              REVERSE-VIDEO
              REQUIRED.

      *    "Y" here sends the cashier to a second screen to enter up
      *    to 3 separate payments instead of the single Amount Paid
      *    above - that field is overwritten by their total.
