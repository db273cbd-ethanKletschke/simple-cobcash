      *Screen for a refund keyed with no original receipt number -
      *the customer's ID is captured, and the refund goes onto a gift
      *card as store credit rather than back to any tender.
       01  SC-No-Receipt-Screen
           BACKGROUND-COLOR 7  *> White
           FOREGROUND-COLOR 0. *> Black

      *    Clears the terminal screen.
           05 BLANK SCREEN.

      *    Plainly bannered on every screen while training, so a
      *    trainee till can never be mistaken for a live one.
           05 LINE 1 COL 25 PIC X(20) FROM WS-Training-Banner.

           05 LINE 2 COL 3 VALUE "Return Without Receipt".
           05 LINE 3 COL 3 VALUE "----------------------".

           05 LINE 5 COL 3
              VALUE "Goods are refunded at the lowest recent price,".
           05 LINE 6 COL 3
              VALUE "as store credit on a gift card only.".

      *    The customer's photo ID - what the returns history is kept
      *    against.
           05 LINE 8 COL 3
              VALUE "ID Type (D=Licence P=Passport S=State M=Mil): ".
           05 LINE 8 COL PLUS 1 PIC X(01) USING WS-NR-ID-Type
              REVERSE-VIDEO
              REQUIRED.
           05 LINE 9 COL 3 VALUE "ID Number: ".
           05 LINE 9 COL PLUS 1 PIC X(20) USING WS-NR-ID-Number
              REVERSE-VIDEO
              REQUIRED.

      *    The gift card the credit goes onto - a new card off the
      *    rack is set up on the spot.
           05 LINE 11 COL 3 VALUE "Store Credit Gift Card #: ".
           05 LINE 11 COL PLUS 1 PIC 9(16) USING WS-NR-Credit-Card
              REVERSE-VIDEO
              REQUIRED.

      *    "N" backs out - the refund then needs its receipt after all.
           05 LINE 13 COL 3 VALUE "Continue without receipt? (Y/N): ".
           05 LINE 13 COL PLUS 1 PIC X(01) USING WS-NR-Confirm
              REVERSE-VIDEO
              REQUIRED.
