      *Screen for empty container returns - the cashier keys each
      *deposit code and how many came back, with no receipt needed.
      *Used for a cash return on its own and for credit off a sale.
       01  SC-Container-Screen
           BACKGROUND-COLOR 7  *> White
           FOREGROUND-COLOR 0. *> Black

      *    Clears the terminal screen.
           05 BLANK SCREEN.

      *    Plainly bannered on every screen while training, so a
      *    trainee till can never be mistaken for a live one.
           05 LINE 1 COL 25 PIC X(20) FROM WS-Training-Banner.

           05 LINE 2 COL 3 VALUE "Container Return".
           05 LINE 3 COL 3 VALUE "----------------".

      *    Cash out of the drawer, or credit against this sale
           05 LINE 4 COL 3 PIC X(30) FROM WS-Ctr-Mode-Caption.

      *    Why the last pass was turned back, if it was
           05 LINE 5 COL 3 PIC X(60) FROM WS-Ctr-Message.

           05 LINE 7 COL 3 VALUE "Deposit Code".
           05 LINE 7 COL 17 VALUE "Count".

      *    One deposit code and its count per row
           05 LINE 8 COL 3 PIC X(10) USING WS-Ctr-Codes(1)
              REVERSE-VIDEO.
           05 LINE 8 COL 17 PIC ZZ9 USING WS-Ctr-Counts(1)
              REVERSE-VIDEO.
           05 LINE 9 COL 3 PIC X(10) USING WS-Ctr-Codes(2)
              REVERSE-VIDEO.
           05 LINE 9 COL 17 PIC ZZ9 USING WS-Ctr-Counts(2)
              REVERSE-VIDEO.
           05 LINE 10 COL 3 PIC X(10) USING WS-Ctr-Codes(3)
              REVERSE-VIDEO.
           05 LINE 10 COL 17 PIC ZZ9 USING WS-Ctr-Counts(3)
              REVERSE-VIDEO.
           05 LINE 11 COL 3 PIC X(10) USING WS-Ctr-Codes(4)
              REVERSE-VIDEO.
           05 LINE 11 COL 17 PIC ZZ9 USING WS-Ctr-Counts(4)
              REVERSE-VIDEO.
           05 LINE 12 COL 3 PIC X(10) USING WS-Ctr-Codes(5)
              REVERSE-VIDEO.
           05 LINE 12 COL 17 PIC ZZ9 USING WS-Ctr-Counts(5)
              REVERSE-VIDEO.
           05 LINE 13 COL 3 PIC X(10) USING WS-Ctr-Codes(6)
              REVERSE-VIDEO.
           05 LINE 13 COL 17 PIC ZZ9 USING WS-Ctr-Counts(6)
              REVERSE-VIDEO.

      *    Confirmation - anything but Y backs out with nothing paid
           05 LINE 15 COL 3 VALUE "Confirm Return? (Y/N): ".
           05 LINE 15 COL PLUS 1 PIC X(01) USING WS-Ctr-Confirm
              REVERSE-VIDEO
              REQUIRED.
