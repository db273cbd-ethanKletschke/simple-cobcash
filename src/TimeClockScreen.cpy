      *Screen for punching the time clock - the employee swipes their
      *card and keys their PIN, then picks the punch on the console.
      *A card number of zero closes the clock down.
       01  SC-Time-Clock-Screen
           BACKGROUND-COLOR 7  *> White
           FOREGROUND-COLOR 0. *> Black

      *    Clears the terminal screen.
           05 BLANK SCREEN.

           05 LINE 2 COL 3 VALUE "CobCash Time Clock".
           05 LINE 3 COL 3 VALUE "------------------".

      *    What the last punch did, so the next person sees it went in
           05 LINE 5 COL 3 PIC X(60) FROM WS-Clock-Message.

      *    Employee card number label
           05 LINE 7 COL 3 VALUE "Employee Card Number: ".
      *    Employee card number input
           05 LINE 7 COL PLUS 1 PIC 9(16) USING WS-Clock-Card-Number
              REVERSE-VIDEO.

      *    Employee PIN label
           05 LINE 8 COL 3 VALUE "PIN: ".
      *    Employee PIN input
           05 LINE 8 COL PLUS 1 PIC 9(5) USING WS-Clock-PIN
              REVERSE-VIDEO
              SECURE. *> Mask input with asterisks
