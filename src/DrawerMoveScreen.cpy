      *Screen for one cash-drawer movement outside a sale - a paid-in
      *(cash added to the drawer), a paid-out (milk run, window
      *cleaner) or a cash pickup (surplus cash lifted to the safe on
      *a busy shift), recorded so the close-of-session count can
      *account for it.
       01  SC-Drawer-Move-Screen
           BACKGROUND-COLOR 7  *> White
           FOREGROUND-COLOR 0. *> Black
      *    trainee till can never be mistaken for a live one.
           05 LINE 1 COL 25 PIC X(20) FROM WS-Training-Banner.

           05 LINE 2 COL 3 VALUE "Drawer Paid-In / Paid-Out / Pickup".
           05 LINE 3 COL 3 VALUE "----------------------------------".

      *    Movement type label
           05 LINE 6 COL 3
              VALUE "Type (I=Paid In, O=Paid Out, P=Pickup): ".
      *    Movement type input
           05 LINE 6 COL PLUS 1 PIC X(01) USING WS-Drawer-Move-Type
              REVERSE-VIDEO
