      *Shelf-edge label run - put through after the day-open so the
      *shelf never disagrees with the till. Day mode collects every
      *item whose selling price changes today: the price changes the
      *day-open applied (queued in LBLQUEUE.DAT), the promotions in
      *PROMO.DAT that start today and the ones that ended yesterday -
      *counted from the last label run (LBLCTL.DAT), so a day the
      *store stayed shut isn't skipped. Reprint mode takes a keyed
      *list of item codes for the tickets that fell off. Either way
      *the label file (SHELFLBL.DAT) comes out one ticket per item in
      *department order, priced from the item master and today's
      *promotions.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShelfLabels.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Item master - the name, price and department on the ticket
           SELECT Item-Master-File ASSIGN TO "ITEMMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITM-Item-Code
           FILE STATUS IS WS-Item-Master-Status.
      *    Date-ranged promotions, read end to end
           SELECT Promo-File ASSIGN TO "PROMO.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Promo-File-Status.
      *    Items whose price the day-open moved
           SELECT Label-Queue-File ASSIGN TO "LBLQUEUE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Label-Queue-Status.
      *    The date of the last day-mode run
           SELECT Label-Control-File ASSIGN TO "LBLCTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Label-Control-Status.
      *    Work file the tickets are put into department order on
           SELECT Label-Sort-File ASSIGN TO "LBLSORT.TMP".
      *    The label file this program produces
           SELECT Shelf-Label-File ASSIGN TO "SHELFLBL.DAT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Item-Master-File.
           COPY "ItemMasterRecord.cpy".

       FD  Promo-File.
           COPY "PromoRecord.cpy".

       FD  Label-Queue-File.
           COPY "LabelQueueRecord.cpy".

       FD  Label-Control-File.
       01  Label-Control-Record.
           05 LCT-Last-Run-Date PIC X(10).

       SD  Label-Sort-File.
           COPY "ShelfLabelRecord.cpy".

       FD  Shelf-Label-File.
       01  Shelf-Label-Line PIC X(85).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Item-Master-Status PIC X(02).
           88 WS-Item-Master-OK VALUE "00".
       01  WS-Promo-File-Status PIC X(02).
           88 WS-Promo-File-OK VALUE "00".
       01  WS-Label-Queue-Status PIC X(02).
           88 WS-Label-Queue-OK VALUE "00".
       01  WS-Label-Control-Status PIC X(02).
           88 WS-Label-Control-OK VALUE "00".
      *"Y" once each file runs out of records
       01  WS-Promo-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Promo-EOF VALUE "Y".
       01  WS-Queue-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Queue-EOF VALUE "Y".
       01  WS-Sort-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Sort-EOF VALUE "Y".
      *"Y" once the reprint list has been keyed to the end
       01  WS-Reprint-Done-Flag PIC X(01) VALUE "N".
           88 WS-Reprint-Done VALUE "Y".
      *Which mode this run is in, keyed on the console
       01  WS-Run-Mode PIC X(01) VALUE "D".
           88 WS-Mode-Day VALUE "D" "d".
           88 WS-Mode-Reprint VALUE "R" "r".

      *The promotions file, held for the price on every ticket
       01  WS-Promo-Table.
           05 WS-Promo-Count PIC 9(03) COMP VALUE 0.
           05 WS-Promo-Max PIC 9(03) COMP VALUE 200.
           05 WS-Promo-Entry OCCURS 200 TIMES.
               10 WS-Promo-Code PIC X(10).
               10 WS-Promo-Type PIC X(01).
               10 WS-Promo-Value PIC 9(06)V99.
               10 WS-Promo-Start PIC X(10).
               10 WS-Promo-End PIC X(10).
               10 WS-Promo-Trigger PIC 9(03).
           05 PM PIC 9(03) COMP VALUE 0.
           05 WS-Promo-Found PIC 9(03) COMP VALUE 0.
           05 WS-Multibuy-Found PIC 9(03) COMP VALUE 0.

      *One ticket being asked for
       01  WS-Label-Request.
           05 WS-Label-Item-Code PIC X(10) VALUE SPACES.
           05 WS-Label-Reason PIC X(01) VALUE SPACES.
       01  WS-Promo-Price PIC 9(06)V99 VALUE 0.
      *The last ticket written - an item asked for twice (price
      *change and a promotion the same day) gets one ticket
       01  WS-Last-Label-Code PIC X(10) VALUE SPACES.
      *Days the day-mode run covers - after this date, up to today
       01  WS-Since-Date PIC X(10) VALUE SPACES.
      *Run totals
       01  WS-Label-Totals.
           05 WS-Labels-Written PIC 9(05) VALUE 0.
           05 WS-Labels-Missing PIC 9(05) VALUE 0.

      *Date arithmetic scratch
       01  WS-Date-Work.
           05 WS-Date-Digits PIC 9(08) VALUE 0.
           05 WS-Date-Integer PIC 9(08) VALUE 0.
       01  WS-Disp-Count PIC ZZZZ9.
      *Today's date
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Ask the mode, sort out the tickets
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.

           DISPLAY "Shelf Labels - Mode (D=Day's price changes, "
               "R=Reprint by item code):".
           ACCEPT WS-Run-Mode.

           OPEN INPUT Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "Item master won't open (status "
                   WS-Item-Master-Status ")"
               STOP RUN
           END-IF.
           PERFORM Load-Promo-Table-Section.

           IF WS-Mode-Reprint THEN
               SORT Label-Sort-File
                   ON ASCENDING KEY SLB-Dept-Code SLB-Item-Code
                   INPUT PROCEDURE IS Collect-Reprint-Labels-Section
                   OUTPUT PROCEDURE IS Write-Labels-Section
           ELSE
               SORT Label-Sort-File
                   ON ASCENDING KEY SLB-Dept-Code SLB-Item-Code
                   INPUT PROCEDURE IS Collect-Day-Labels-Section
                   OUTPUT PROCEDURE IS Write-Labels-Section
           END-IF.
           CLOSE Item-Master-File.

           IF WS-Mode-Day THEN
               PERFORM Finish-Day-Run-Section
           END-IF.

           MOVE WS-Labels-Written TO WS-Disp-Count.
           DISPLAY WS-Disp-Count " labels written to SHELFLBL.DAT".
           IF WS-Labels-Missing > 0 THEN
               MOVE WS-Labels-Missing TO WS-Disp-Count
               DISPLAY WS-Disp-Count " codes not on the item master "
                   "- no label"
           END-IF.
           STOP RUN.

       Load-Promo-Table-Section SECTION. *> The whole promo file
           OPEN INPUT Promo-File.
           IF NOT WS-Promo-File-OK THEN
      *        No promo file just means nothing is on offer
               EXIT SECTION
           END-IF.
           PERFORM Load-One-Promo-Section
               UNTIL WS-Promo-EOF.
           CLOSE Promo-File.

       Load-One-Promo-Section SECTION. *> One offer into the table
           READ Promo-File
               AT END
                   SET WS-Promo-EOF TO TRUE
               NOT AT END
                   IF WS-Promo-Count < WS-Promo-Max THEN
                       ADD 1 TO WS-Promo-Count
                       MOVE PRM-Item-Code
                           TO WS-Promo-Code(WS-Promo-Count)
                       MOVE PRM-Promo-Type
                           TO WS-Promo-Type(WS-Promo-Count)
                       MOVE PRM-Value
                           TO WS-Promo-Value(WS-Promo-Count)
                       MOVE PRM-Start-Date
                           TO WS-Promo-Start(WS-Promo-Count)
                       MOVE PRM-End-Date
                           TO WS-Promo-End(WS-Promo-Count)
                       MOVE PRM-Trigger-Qty
                           TO WS-Promo-Trigger(WS-Promo-Count)
                   END-IF
           END-READ.

       Collect-Day-Labels-Section SECTION. *> Today's moved prices
      *    Everything since the last run; the first run ever covers
      *    just today.
           OPEN INPUT Label-Control-File.
           IF WS-Label-Control-OK THEN
               READ Label-Control-File
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LCT-Last-Run-Date TO WS-Since-Date
               END-READ
               CLOSE Label-Control-File
           END-IF.
           IF WS-Since-Date = SPACES THEN
               MOVE WS-Date(1:4) TO WS-Date-Digits(1:4)
               MOVE WS-Date(6:2) TO WS-Date-Digits(5:2)
               MOVE WS-Date(9:2) TO WS-Date-Digits(7:2)
               COMPUTE WS-Date-Integer =
                   FUNCTION INTEGER-OF-DATE(WS-Date-Digits) - 1
               COMPUTE WS-Date-Digits =
                   FUNCTION DATE-OF-INTEGER(WS-Date-Integer)
               MOVE WS-Date-Digits(1:4) TO WS-Since-Date(1:4)
               MOVE "/" TO WS-Since-Date(5:1)
               MOVE WS-Date-Digits(5:2) TO WS-Since-Date(6:2)
               MOVE "/" TO WS-Since-Date(8:1)
               MOVE WS-Date-Digits(7:2) TO WS-Since-Date(9:2)
           END-IF.

           OPEN INPUT Label-Queue-File.
           IF WS-Label-Queue-OK THEN
               PERFORM Queue-One-Label-Section
                   UNTIL WS-Queue-EOF
               CLOSE Label-Queue-File
           END-IF.

           PERFORM Promo-Change-Label-Section
               VARYING PM FROM 1 BY 1 UNTIL PM > WS-Promo-Count.

       Queue-One-Label-Section SECTION. *> One applied price change
           READ Label-Queue-File
               AT END
                   SET WS-Queue-EOF TO TRUE
               NOT AT END
                   MOVE LBQ-Item-Code TO WS-Label-Item-Code
                   MOVE LBQ-Reason TO WS-Label-Reason
                   PERFORM Build-Label-Section
           END-READ.

       Promo-Change-Label-Section SECTION. *> Offer started or ended
      *    Started since the last run - the promo price goes up.
           IF WS-Promo-Start(PM) > WS-Since-Date
                   AND WS-Promo-Start(PM) NOT > WS-Date THEN
               MOVE WS-Promo-Code(PM) TO WS-Label-Item-Code
               MOVE "S" TO WS-Label-Reason
               PERFORM Build-Label-Section
               EXIT SECTION
           END-IF.
      *    Last day was on or after the last run, and is over now -
      *    the everyday price goes back up.
           IF WS-Promo-End(PM) NOT < WS-Since-Date
                   AND WS-Promo-End(PM) < WS-Date THEN
               MOVE WS-Promo-Code(PM) TO WS-Label-Item-Code
               MOVE "E" TO WS-Label-Reason
               PERFORM Build-Label-Section
           END-IF.

       Collect-Reprint-Labels-Section SECTION. *> Keyed item codes
           PERFORM Key-One-Reprint-Section
               UNTIL WS-Reprint-Done.

       Key-One-Reprint-Section SECTION. *> One code off the console
           MOVE SPACES TO WS-Label-Item-Code.
           DISPLAY "Item code (blank=done):".
           ACCEPT WS-Label-Item-Code.
           IF WS-Label-Item-Code = SPACES THEN
               SET WS-Reprint-Done TO TRUE
               EXIT SECTION
           END-IF.
           MOVE "R" TO WS-Label-Reason.
           PERFORM Build-Label-Section.

       Build-Label-Section SECTION. *> One ticket, priced as the till
           MOVE WS-Label-Item-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   ADD 1 TO WS-Labels-Missing
                   DISPLAY WS-Label-Item-Code
                       " not on the item master - no label"
                   EXIT SECTION
           END-READ.

           INITIALIZE Shelf-Label-Record.
           MOVE ITM-Dept-Code TO SLB-Dept-Code.
           MOVE ITM-Item-Code TO SLB-Item-Code.
           MOVE ITM-Item-Name TO SLB-Item-Name.
           MOVE ITM-Item-Price TO SLB-Regular-Price.
           MOVE ITM-Item-Price TO SLB-Shelf-Price.
           MOVE WS-Label-Reason TO SLB-Reason.

      *    Same rule as the till's lookup - a price or percent-off
      *    offer live today sets what one unit rings up at.
           MOVE 0 TO WS-Promo-Found.
           MOVE 0 TO WS-Multibuy-Found.
           PERFORM Match-One-Promo-Section
               VARYING PM FROM 1 BY 1 UNTIL PM > WS-Promo-Count.
           IF WS-Promo-Found > 0 THEN
               IF WS-Promo-Type(WS-Promo-Found) = "D"
                       OR WS-Promo-Type(WS-Promo-Found) = "d" THEN
                   COMPUTE WS-Promo-Price ROUNDED =
                       ITM-Item-Price *
                       (1 - (WS-Promo-Value(WS-Promo-Found) / 100))
               ELSE
                   MOVE WS-Promo-Value(WS-Promo-Found)
                       TO WS-Promo-Price
               END-IF
      *        The till ignores an "offer" dearer than the shelf
               IF WS-Promo-Price < ITM-Item-Price THEN
                   MOVE WS-Promo-Price TO SLB-Shelf-Price
                   MOVE WS-Promo-End(WS-Promo-Found)
                       TO SLB-Promo-End-Date
               END-IF
           END-IF.
           IF WS-Multibuy-Found > 0 THEN
               MOVE WS-Promo-Trigger(WS-Multibuy-Found)
                   TO SLB-Deal-Qty
               MOVE WS-Promo-Value(WS-Multibuy-Found)
                   TO SLB-Deal-Price
               IF SLB-Promo-End-Date = SPACES THEN
                   MOVE WS-Promo-End(WS-Multibuy-Found)
                       TO SLB-Promo-End-Date
               END-IF
           END-IF.

      *    Weighed goods carry the per-pound price the scale charges
           IF ITM-Unit-Of-Measure = "W" OR ITM-Unit-Of-Measure = "w"
                   THEN
               MOVE "PER LB" TO SLB-Unit-Measure
               MOVE SLB-Shelf-Price TO SLB-Unit-Price
           END-IF.

           RELEASE Shelf-Label-Record.

       Match-One-Promo-Section SECTION. *> Try one live offer
           IF WS-Promo-Code(PM) NOT = ITM-Item-Code
                   OR WS-Date < WS-Promo-Start(PM)
                   OR WS-Date > WS-Promo-End(PM) THEN
               EXIT SECTION
           END-IF.
           IF WS-Promo-Type(PM) = "M" OR WS-Promo-Type(PM) = "m" THEN
               MOVE PM TO WS-Multibuy-Found
           ELSE
               MOVE PM TO WS-Promo-Found
           END-IF.

       Write-Labels-Section SECTION. *> Department order, to the file
           OPEN OUTPUT Shelf-Label-File.
           PERFORM Write-One-Label-Section
               UNTIL WS-Sort-EOF.
           CLOSE Shelf-Label-File.

       Write-One-Label-Section SECTION. *> One ticket out
           RETURN Label-Sort-File
               AT END
                   SET WS-Sort-EOF TO TRUE
           END-RETURN.
           IF WS-Sort-EOF THEN
               EXIT SECTION
           END-IF.
           IF SLB-Item-Code = WS-Last-Label-Code THEN
               EXIT SECTION
           END-IF.
           MOVE SLB-Item-Code TO WS-Last-Label-Code.
           WRITE Shelf-Label-Line FROM Shelf-Label-Record.
           ADD 1 TO WS-Labels-Written.

       Finish-Day-Run-Section SECTION. *> Queue spent, date moved on
      *    The queued changes are on tickets now - empty the queue so
      *    tomorrow's run doesn't print them again.
           OPEN OUTPUT Label-Queue-File.
           CLOSE Label-Queue-File.

           OPEN OUTPUT Label-Control-File.
           MOVE WS-Date TO LCT-Last-Run-Date.
           WRITE Label-Control-Record.
           CLOSE Label-Control-File.
       END PROGRAM ShelfLabels.
