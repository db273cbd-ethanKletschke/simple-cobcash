      *Screen offering a rain check when an advertised item looked up
      *on the Item Screen has no stock on hand - the customer takes a
      *numbered slip holding the promo price instead of nothing.
       01  SC-Rain-Check-Screen
           BACKGROUND-COLOR 7  *> White
           FOREGROUND-COLOR 0. *> Black

      *    Clears the terminal screen.
           05 BLANK SCREEN.

      *    Plainly bannered on every screen while training, so a
      *    trainee till can never be mistaken for a live one.
           05 LINE 1 COL 25 PIC X(20) FROM WS-Training-Banner.

           05 LINE 2 COL 3 VALUE "Advertised Item Out Of Stock".
           05 LINE 3 COL 3 VALUE "-----------------------------".

           05 LINE 5 COL 3 VALUE "Item: ".
           05 LINE 5 COL PLUS 1 PIC X(10) FROM WS-Rain-Offer-Code.
           05 LINE 5 COL PLUS 2 PIC X(20) FROM WS-Rain-Offer-Name.
           05 LINE 6 COL 3 VALUE "Promo price: ".
           05 LINE 6 COL PLUS 1 PIC $$$,$$9.99 FROM WS-Disp-Rain-Price.
           05 LINE 7 COL 3 VALUE "Offer ends: ".
           05 LINE 7 COL PLUS 1 PIC X(10) FROM WS-Rain-Offer-End.

      *    How many units the rain check covers - the row's own
      *    quantity comes up already keyed.
           05 LINE 9 COL 3 VALUE "Quantity to cover: ".
           05 LINE 9 COL PLUS 1 PIC ZZ9 USING WS-Rain-Issue-Qty
              REVERSE-VIDEO.

      *    "Y" writes the rain check and takes the row off the sale;
      *    "N" leaves the row as keyed.
           05 LINE 11 COL 3 VALUE "Issue rain check? (Y/N): ".
           05 LINE 11 COL PLUS 1 PIC X(01) USING WS-Rain-Issue-Answer
              REVERSE-VIDEO
              REQUIRED.
