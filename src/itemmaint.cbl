       01  WS-Maint-Sign-On.
           05 WS-Supervisor-Card-Number PIC 9(16) VALUE 0.
           05 WS-Supervisor-PIN PIC 9(05) VALUE 0.
      *    The keyed PIN in its protected form, to match the card
           05 WS-Supervisor-PIN-Hash PIC X(20) VALUE SPACES.
      *    Supervisor card masked to its last four digits, for the
      *    history lines - the full number never reaches the file.
           05 WS-Masked-Card-Number PIC X(16) VALUE SPACES.
           05 WS-Maint-Linked-Code PIC X(10) VALUE SPACES.
           05 WS-Maint-Serial-Flag PIC X(01) VALUE SPACE.
           05 WS-Maint-Dept-Code PIC X(03) VALUE SPACES.
           05 WS-Maint-Reorder-Fixed PIC X(01) VALUE SPACE.
      *    Outcome message shown back on the maintenance screen
           05 WS-Maint-Message PIC X(40) VALUE SPACES.
      *Price on file before a change/delete, for the history line.
           STOP RUN.

       Validate-Supervisor-Section SECTION. *> MAINT permission only
           CALL "PinHash" USING WS-Supervisor-Card-Number
               WS-Supervisor-PIN WS-Supervisor-PIN-Hash.
           MOVE WS-Supervisor-Card-Number TO CH-Card-Number.
           READ Cardholder-File
               INVALID KEY
                   STOP RUN
               NOT INVALID KEY
                   IF CH-Not-Active
                           OR CH-PIN-Hash NOT = WS-Supervisor-PIN-Hash
                               THEN
                       DISPLAY "Supervisor Sign-On Denied"
                       STOP RUN
                   END-IF
      *    A brand-new item has no stock yet - goods receiving brings
      *    its on-hand count up when the first delivery arrives.
           MOVE 0 TO ITM-On-Hand-Qty.
           MOVE 0 TO ITM-Quarantine-Qty.
           MOVE WS-Maint-Reorder-Level TO ITM-Reorder-Level.
           MOVE WS-Maint-Reorder-Qty TO ITM-Reorder-Qty.
           MOVE WS-Maint-Tax-Category TO ITM-Tax-Category.
           ELSE
               MOVE WS-Maint-Dept-Code TO ITM-Dept-Code
           END-IF.
      *    Only a clear Y pins the reorder figures as keyed
           IF WS-Maint-Reorder-Fixed = "Y"
                   OR WS-Maint-Reorder-Fixed = "y" THEN
               MOVE "Y" TO ITM-Reorder-Fixed
           ELSE
               MOVE "N" TO ITM-Reorder-Fixed
           END-IF.
      *    Captured ahead of the WRITE - the record area is not
      *    reliable once an I/O statement has run against it.
           MOVE ITM-Item-Price TO WS-New-Item-Price.
                       MOVE WS-Maint-Dept-Code TO ITM-Dept-Code
                   END-IF
                   END-IF
      *            Blank leaves the reorder pin as it stands; Y or N
      *            sets it outright
                   IF WS-Maint-Reorder-Fixed = "Y"
                           OR WS-Maint-Reorder-Fixed = "y" THEN
                       MOVE "Y" TO ITM-Reorder-Fixed
                   ELSE
                   IF WS-Maint-Reorder-Fixed = "N"
                           OR WS-Maint-Reorder-Fixed = "n" THEN
                       MOVE "N" TO ITM-Reorder-Fixed
                   END-IF
                   END-IF
      *            The history shows the price now on file - a
      *            name-only change must not log a phantom drop to 0
      *            - captured ahead of the REWRITE, while the record
