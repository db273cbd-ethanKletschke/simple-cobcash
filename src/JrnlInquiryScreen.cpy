      *Screen for searching the transaction journal - any mix of the
      *filters; a blank (or zero) field matches everything.
       01  SC-Jrnl-Inquiry-Screen
           BACKGROUND-COLOR 7  *> White
           FOREGROUND-COLOR 0. *> Black

      *    Clears the terminal screen.
           05 BLANK SCREEN.

           05 LINE 2 COL 3 VALUE "Electronic Journal Inquiry".
           05 LINE 3 COL 3 VALUE "--------------------------".

      *    Outcome of the previous search
           05 LINE 5 COL 3 PIC X(40) FROM WS-Inq-Message.

      *    Date range labels and inputs
           05 LINE 7 COL 3 VALUE "From Date yyyy/mm/dd: ".
           05 LINE 7 COL PLUS 1 PIC X(10) USING WS-Inq-From-Date
              REVERSE-VIDEO.
           05 LINE 8 COL 3 VALUE "To Date yyyy/mm/dd:   ".
           05 LINE 8 COL PLUS 1 PIC X(10) USING WS-Inq-To-Date
              REVERSE-VIDEO.

      *    Amount range labels and inputs - zero highest is no limit
           05 LINE 10 COL 3 VALUE "Lowest Amount:  ".
           05 LINE 10 COL PLUS 1 PIC ZZZZZ9.99 USING WS-Inq-Min-Amount
              REVERSE-VIDEO.
           05 LINE 11 COL 3 VALUE "Highest Amount: ".
           05 LINE 11 COL PLUS 1 PIC ZZZZZ9.99 USING WS-Inq-Max-Amount
              REVERSE-VIDEO.

      *    Card, cashier and lane labels and inputs
           05 LINE 13 COL 3 VALUE "Card Last Four: ".
           05 LINE 13 COL PLUS 1 PIC X(04) USING WS-Inq-Card-Last4
              REVERSE-VIDEO.
           05 LINE 14 COL 3 VALUE "Cashier ID:     ".
           05 LINE 14 COL PLUS 1 PIC X(10) USING WS-Inq-Cashier-ID
              REVERSE-VIDEO.
           05 LINE 15 COL 3 VALUE "Lane:           ".
           05 LINE 15 COL PLUS 1 PIC X(02) USING WS-Inq-Lane
              REVERSE-VIDEO.

      *    Tender and type labels and inputs
           05 LINE 17 COL 3 VALUE "Tender (Cash/Card/Gift/Splt...): ".
           05 LINE 17 COL PLUS 1 PIC X(04) USING WS-Inq-Tender
              REVERSE-VIDEO.
           05 LINE 18 COL 3 VALUE "Type (S=Sale, R=Refund, V=Void): ".
           05 LINE 18 COL PLUS 1 PIC X(01) USING WS-Inq-Txn-Type
              REVERSE-VIDEO.

      *    Quit flag label and input
           05 LINE 20 COL 3 VALUE "Quit instead of searching? (Y/N): ".
           05 LINE 20 COL PLUS 1 PIC X(01) USING WS-Inq-Quit-Flag
              REVERSE-VIDEO.
