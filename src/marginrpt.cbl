      *for the day - so "what did we make on what we sold" comes off
      *real records instead of a six-week-old spreadsheet. Hand-typed
      *lines (no item code) and items with no cost on file yet are
      *totalled separately, since their cost is unknown. A kit is
      *costed from its components on the kit structure file. A past
      *day can be keyed; one the history purge has already moved off
      *the detail is reported from its summary on SALESSUM.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MarginReport.

       FILE-CONTROL.
      *    Item-level sales detail, one record per receipt line
           SELECT Sales-Detail-File ASSIGN TO "SALESDTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDT-Key
           ALTERNATE RECORD KEY IS SDT-Date WITH DUPLICATES
           FILE STATUS IS WS-Sales-Detail-Status.
      *    The per-day summary the history purge leaves behind
           SELECT Sales-Summary-File ASSIGN TO "SALESSUM.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SSM-Key
           FILE STATUS IS WS-Sales-Summary-Status.
      *    Item master, for each sold item's unit cost
           SELECT Item-Master-File ASSIGN TO "ITEMMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITM-Item-Code
           FILE STATUS IS WS-Item-Master-Status.
      *    Kit structures - what a kit's components cost it
           SELECT Kit-File ASSIGN TO "KITSTRUC.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KIT-Key
           FILE STATUS IS WS-Kit-Status.
      *    The margin report this program produces
           SELECT Margin-Report-File ASSIGN TO "MARGINRPT.TXT"
           ORGANIZATION LINE SEQUENTIAL.
       FD  Sales-Detail-File.
           COPY "SalesDetailRecord.cpy".

       FD  Sales-Summary-File.
           COPY "SalesSummaryRecord.cpy".

       FD  Item-Master-File.
           COPY "ItemMasterRecord.cpy".

       FD  Kit-File.
           COPY "KitRecord.cpy".

       FD  Margin-Report-File.
       01  Report-Line-Record PIC X(100).

      *doesn't hold and would wrongly skip every fetch after it
       01  WS-Item-Master-Opened-Flag PIC X(01) VALUE "N".
           88 WS-Item-Master-Opened VALUE "Y".
      *File status for the kit structure file, and "Y" once it opened
      *- no file just means no kits are set up
       01  WS-Kit-Status PIC X(02).
           88 WS-Kit-OK VALUE "00".
       01  WS-Kit-Opened-Flag PIC X(01) VALUE "N".
           88 WS-Kit-Opened VALUE "Y".
      *Costing a kit from its make-up - "Y" once the walk is past the
      *kit's last component, "N" once any component has no cost
       01  WS-Kit-Cost-Data.
           05 WS-Kit-EOF-Flag PIC X(01) VALUE "N".
               88 WS-Kit-EOF VALUE "Y".
           05 WS-Kit-Line-Flag PIC X(01) VALUE "N".
               88 WS-Kit-Line VALUE "Y".
           05 WS-Kit-Costed-Flag PIC X(01) VALUE "Y".
               88 WS-Kit-Costed VALUE "Y".
           05 WS-Kit-Unit-Cost PIC 9(06)V99 VALUE 0.
      *"Y" once the detail file runs out of records
       01  WS-Detail-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Detail-EOF VALUE "Y".
      *File status for the sales summary
       01  WS-Sales-Summary-Status PIC X(02).
           88 WS-Sales-Summary-OK VALUE "00".
      *Detail lines found for the day - none sends the run to the
      *summary instead
       01  WS-Detail-Lines PIC 9(06) VALUE 0.
      *"Y" once the day came off the summary
       01  WS-From-Summary-Flag PIC X(01) VALUE "N".
           88 WS-From-Summary VALUE "Y".
      *One line's (or one summary record's) units and revenue, with
      *refunds already netted off
       01  WS-Line-Units PIC S9(07)V99 VALUE 0.
       01  WS-Line-Revenue PIC S9(09)V99 VALUE 0.

      *Per-item accumulation, keyed by item code - refunds net off.
       01  WS-Margin-Totals.
           05 WS-Disp-Margin PIC $$$,$$$,$$9.99-.
           05 WS-Disp-Margin-Pct PIC ZZ9.9-.

      *Today's date, and the day being reported - today unless
      *another is keyed
       01  WS-Date PIC 9999/99/99.
       01  WS-Report-Date PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Aggregate the day, print the report
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           DISPLAY "Report date (yyyy/mm/dd, blank=today):".
           ACCEPT WS-Report-Date.
           IF WS-Report-Date = SPACES THEN
               MOVE WS-Date TO WS-Report-Date
           END-IF.

           OPEN INPUT Item-Master-File.
           IF WS-Item-Master-OK THEN
               SET WS-Item-Master-Opened TO TRUE
           END-IF.
           OPEN INPUT Kit-File.
           IF WS-Kit-OK THEN
               SET WS-Kit-Opened TO TRUE
           END-IF.

           OPEN INPUT Sales-Detail-File.
           IF WS-Sales-Detail-OK THEN
               MOVE WS-Report-Date TO SDT-Date
               START Sales-Detail-File KEY IS NOT < SDT-Date
                   INVALID KEY
                       SET WS-Detail-EOF TO TRUE
               END-START
               PERFORM Read-Detail-Record-Section
                   UNTIL WS-Detail-EOF
               CLOSE Sales-Detail-File
           END-IF.
           IF WS-Detail-Lines = 0 THEN
               PERFORM Read-Summary-Section
           END-IF.

           IF WS-Item-Master-Opened THEN
               CLOSE Item-Master-File
           END-IF.
           IF WS-Kit-Opened THEN
               CLOSE Kit-File
           END-IF.

           OPEN OUTPUT Margin-Report-File.
           PERFORM Print-Report-Section.
           STOP RUN.

       Read-Detail-Record-Section SECTION. *> Pull one detail record
           READ Sales-Detail-File NEXT RECORD
               AT END SET WS-Detail-EOF TO TRUE
               NOT AT END
                   IF SDT-Date = WS-Report-Date THEN
                       ADD 1 TO WS-Detail-Lines
                       IF SDT-Txn-Type = "R" THEN
                           COMPUTE WS-Line-Units = 0 - SDT-Qty
                           COMPUTE WS-Line-Revenue =
                               0 - SDT-Line-Total
                       ELSE
                           MOVE SDT-Qty TO WS-Line-Units
                           MOVE SDT-Line-Total TO WS-Line-Revenue
                       END-IF
      *                Returned empties paid back a deposit - nothing
      *                sold, nothing back on the shelf
                       IF SDT-Txn-Type NOT = "C" THEN
                           PERFORM Tally-Detail-Record-Section
                       END-IF
                   ELSE
      *                Past the day's last line
                       SET WS-Detail-EOF TO TRUE
                   END-IF
           END-READ.

       Read-Summary-Section SECTION. *> A purged day, off SALESSUM
           OPEN INPUT Sales-Summary-File.
           IF NOT WS-Sales-Summary-OK THEN
               EXIT SECTION
           END-IF.
           MOVE "N" TO WS-Detail-EOF-Flag.
           MOVE LOW-VALUES TO SSM-Key.
           MOVE WS-Report-Date TO SSM-Date.
           START Sales-Summary-File KEY IS NOT < SSM-Key
               INVALID KEY
                   SET WS-Detail-EOF TO TRUE
           END-START.
           PERFORM Read-Summary-Record-Section
               UNTIL WS-Detail-EOF.
           CLOSE Sales-Summary-File.

       Read-Summary-Record-Section SECTION. *> One summary record in
           READ Sales-Summary-File NEXT RECORD
               AT END
                   SET WS-Detail-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF SSM-Date NOT = WS-Report-Date THEN
               SET WS-Detail-EOF TO TRUE
               EXIT SECTION
           END-IF.
           SET WS-From-Summary TO TRUE.
      *    The summary carries what the tally needs off the line
           MOVE SSM-Item-Code TO SDT-Item-Code.
           MOVE SSM-Item-Name TO SDT-Item-Name.
           COMPUTE WS-Line-Units = SSM-Sold-Qty - SSM-Refund-Qty.
           COMPUTE WS-Line-Revenue =
               SSM-Sold-Value - SSM-Refund-Value.
           PERFORM Tally-Detail-Record-Section.

       Tally-Detail-Record-Section SECTION. *> Add one line to its item
      *    Only coded lines have a master record to take a cost from
      *    - hand-typed lines are revenue with an unknown cost.
           IF SDT-Item-Code = SPACES THEN
               ADD WS-Line-Revenue TO WS-Uncosted-Revenue
               EXIT SECTION
           END-IF.

               END-IF
           END-IF.

      *    Refunds come in already netted off
           IF WS-Item-Found > 0 THEN
               ADD WS-Line-Units TO WS-Item-Units(WS-Item-Found)
               ADD WS-Line-Revenue TO WS-Item-Revenue(WS-Item-Found)
           END-IF.

       Find-Item-Entry-Section SECTION. *> Match this record's item
       Fetch-Item-Cost-Section SECTION. *> The item's cost, if on file
           MOVE "N" TO WS-Item-Costed-Flag(WS-Item-Found).
           MOVE 0 TO WS-Item-Unit-Cost(WS-Item-Found).
      *    A kit costs what its components cost today, not whatever
      *    the kit's own record last carried.
           PERFORM Fetch-Kit-Cost-Section.
           IF WS-Kit-Line THEN
               EXIT SECTION
           END-IF.
           IF WS-Item-Master-Opened THEN
               MOVE SDT-Item-Code TO ITM-Item-Code
               READ Item-Master-File
               END-READ
           END-IF.

       Fetch-Kit-Cost-Section SECTION. *> A kit, off its components
           MOVE "N" TO WS-Kit-Line-Flag.
           IF NOT WS-Kit-Opened OR NOT WS-Item-Master-Opened THEN
               EXIT SECTION
           END-IF.
           MOVE SDT-Item-Code TO KIT-Kit-Code.
           MOVE LOW-VALUES TO KIT-Component-Code.
           START Kit-File KEY NOT < KIT-Key
               INVALID KEY
                   EXIT SECTION
           END-START.
           MOVE 0 TO WS-Kit-Unit-Cost.
           MOVE "Y" TO WS-Kit-Costed-Flag.
           MOVE "N" TO WS-Kit-EOF-Flag.
           PERFORM Cost-One-Component-Section
               UNTIL WS-Kit-EOF.
      *    Any component without a cost leaves the kit uncosted
           IF WS-Kit-Line AND WS-Kit-Costed THEN
               MOVE WS-Kit-Unit-Cost
                   TO WS-Item-Unit-Cost(WS-Item-Found)
               MOVE "Y" TO WS-Item-Costed-Flag(WS-Item-Found)
           END-IF.

       Cost-One-Component-Section SECTION. *> One component's share
           READ Kit-File NEXT RECORD
               AT END
                   SET WS-Kit-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF KIT-Kit-Code NOT = SDT-Item-Code THEN
               SET WS-Kit-EOF TO TRUE
               EXIT SECTION
           END-IF.
           SET WS-Kit-Line TO TRUE.
           MOVE KIT-Component-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   MOVE "N" TO WS-Kit-Costed-Flag
               NOT INVALID KEY
                   IF ITM-Unit-Cost > 0 THEN
                       COMPUTE WS-Kit-Unit-Cost ROUNDED =
                           WS-Kit-Unit-Cost
                           + KIT-Component-Qty * ITM-Unit-Cost
                   ELSE
                       MOVE "N" TO WS-Kit-Costed-Flag
                   END-IF
           END-READ.

       Print-Report-Section SECTION. *> Lay the whole report out
           MOVE "========================================"
               TO Report-Line-Record.

           MOVE SPACES TO Report-Line-Record.
           STRING "Gross Margin Report        " DELIMITED BY SIZE
                  WS-Report-Date DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           IF WS-From-Summary THEN
               MOVE "(from the purged-day summary)"
                   TO Report-Line-Record
               WRITE Report-Line-Record
           END-IF.

           MOVE "========================================"
               TO Report-Line-Record.
