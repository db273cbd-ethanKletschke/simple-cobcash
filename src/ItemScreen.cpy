           05 LINE 14 COL PLUS 1 PIC $$$$,$$9.99
              FROM WS-Disp-Running-Subtotal.

      *    A rain check the customer brought back - its number is
      *    checked against the rain-check file before its price goes
      *    back on the item; zero means none.
           05 LINE 14 COL 40 VALUE "Rain check #: ".
           05 LINE 14 COL PLUS 1 PIC 9(10) USING WS-Rain-Check-Number
              REVERSE-VIDEO.

      *    How the D column reads - blank rows follow whichever way
      *    the whole transaction is keyed on the next screen
           05 LINE 15 COL 3
