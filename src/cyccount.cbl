      *Cycle counting, so the book stock is trued a few items a day
      *instead of closing the store for a full stocktake. Classify
      *mode ranks every item on the master by the last year's net
      *sales value at cost (SALESDTL.DAT, priced at ITM-Unit-Cost, or
      *the shelf price where no cost is on file): the items making up
      *the first 80% of the value are class A, up to 95% class B, the
      *rest class C, and the classes are counted monthly, quarterly
      *and yearly (STORECFG.DAT can move any of these). Each item's
      *class and schedule are kept on CYCCOUNT.DAT; an item new to a
      *class is spread across its interval so every day's sheet
      *carries a share rather than all of it falling due at once.
      *Sheet mode prints the day's blind count sheet (CYCSHEET.TXT) of
      *everything due or overdue. Post mode takes the counts back the
      *way StockTake does (keyed, or from COUNTS.DAT when
      *COBCASH_BATCH is set), trues ITM-On-Hand-Qty, appends each
      *adjustment to the stocktake journal (STKADJ.TXT) and moves the
      *item's next count on. Coverage mode reports the items overdue
      *for a count, and each class's running accuracy - the share of
      *its counts that found the book figure right (CYCCOVER.TXT).
      *Classify is best run monthly, after the month's sales are in.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CycleCount.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Item master file - walked for the ranking and the coverage
      *    report, and keyed into for names and the count posting.
           SELECT Item-Master-File ASSIGN TO "ITEMMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITM-Item-Code
           FILE STATUS IS WS-Item-Master-Status.
      *    Each item's class and count schedule
           SELECT Cycle-Count-File ASSIGN TO "CYCCOUNT.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CYC-Item-Code
           FILE STATUS IS WS-Cycle-Count-Status.
      *    Item-level sales detail - read from a year back by date
           SELECT Sales-Detail-File ASSIGN TO "SALESDTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SDT-Key
           ALTERNATE RECORD KEY IS SDT-Date WITH DUPLICATES
           FILE STATUS IS WS-Sales-Detail-Status.
      *    The class thresholds and count intervals
           SELECT Store-Config-File ASSIGN TO "STORECFG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Store-Config-Status.
      *    Work file the year's sold lines are put in item order on
           SELECT Sales-Sort-File ASSIGN TO "CYCSSORT.TMP".
      *    The year's sold lines in item order, walked alongside the
      *    item master
           SELECT Sales-Work-File ASSIGN TO "CYCSWORK.TMP"
           ORGANIZATION LINE SEQUENTIAL.
      *    Work file the items are ranked by sales value on
           SELECT Rank-Sort-File ASSIGN TO "CYCRSORT.TMP".
      *    The ranking summary the classify run produces
           SELECT Class-Report-File ASSIGN TO "CYCCLASS.TXT"
           ORGANIZATION LINE SEQUENTIAL.
      *    The day's blind count sheet
           SELECT Count-Sheet-File ASSIGN TO "CYCSHEET.TXT"
           ORGANIZATION LINE SEQUENTIAL.
      *    Feeds counted lines in non-interactively when COBCASH_BATCH
      *    is set, instead of prompting - the same layout StockTake
      *    reads.
           SELECT Count-File ASSIGN TO "COUNTS.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Count-Status.
      *    The stocktake adjustment journal both count programs append
      *    every posted count to.
           SELECT Adjust-Journal-File ASSIGN TO "STKADJ.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Adjust-Journal-Status.
      *    The coverage and accuracy report
           SELECT Coverage-Report-File ASSIGN TO "CYCCOVER.TXT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Item-Master-File.
           COPY "ItemMasterRecord.cpy".

       FD  Cycle-Count-File.
           COPY "CycleCountRecord.cpy".

       FD  Sales-Detail-File.
           COPY "SalesDetailRecord.cpy".

       FD  Store-Config-File.
           COPY "StoreConfigRecord.cpy".

      *One sold (or refunded) line of the year, in item order
       SD  Sales-Sort-File.
       01  Sales-Sort-Record.
           05 SSL-Item-Code PIC X(10).
           05 SSL-Qty PIC S9(05)V99.

       FD  Sales-Work-File.
       01  Sales-Work-Record.
           05 CSW-Item-Code PIC X(10).
           05 CSW-Qty PIC S9(05)V99.

      *One item and its year's value, best sellers first
       SD  Rank-Sort-File.
       01  Rank-Sort-Record.
           05 RNK-Value PIC 9(09)V99.
           05 RNK-Item-Code PIC X(10).

       FD  Class-Report-File.
       01  Class-Report-Record PIC X(80).

       FD  Count-Sheet-File.
       01  Count-Sheet-Record PIC X(80).

       FD  Count-File.
           COPY "CountRecord.cpy".

      *Laid out as StockTake's journal lines, with the class counted
      *under after the counter
       FD  Adjust-Journal-File.
       01  Adjust-Journal-Record PIC X(120).

       FD  Coverage-Report-File.
       01  Coverage-Report-Record PIC X(100).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Item-Master-Status PIC X(02).
           88 WS-Item-Master-OK VALUE "00".
       01  WS-Cycle-Count-Status PIC X(02).
           88 WS-Cycle-Count-OK VALUE "00".
       01  WS-Sales-Detail-Status PIC X(02).
           88 WS-Sales-Detail-OK VALUE "00".
       01  WS-Store-Config-Status PIC X(02).
           88 WS-Store-Config-OK VALUE "00".
       01  WS-Count-Status PIC X(02).
           88 WS-Count-Opened-OK VALUE "00".
       01  WS-Adjust-Journal-Status PIC X(02).
      *Which mode this run is in, keyed on the console
       01  WS-Run-Mode PIC X(01) VALUE "S".
           88 WS-Mode-Classify VALUE "C" "c".
           88 WS-Mode-Sheets VALUE "S" "s".
           88 WS-Mode-Post VALUE "P" "p".
           88 WS-Mode-Coverage VALUE "R" "r".
      *Who is posting the counts - stamped on every journal line.
       01  WS-Counter-ID PIC X(10) VALUE SPACES.
      *"Y" when COBCASH_BATCH is set - counts are then read from
      *Count-File instead of prompting.
       01  WS-Batch-Flag PIC X(01) VALUE "N".
           88 WS-Batch-Mode-On VALUE "Y".
      *Holds the COBCASH_BATCH environment variable, if any
       01  WS-Batch-Env-Value PIC X(01) VALUE SPACES.
      *"Y" once each walk runs out of records
       01  WS-Item-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Item-EOF VALUE "Y".
       01  WS-Cycle-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Cycle-EOF VALUE "Y".
       01  WS-Detail-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Detail-EOF VALUE "Y".
       01  WS-Work-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Work-EOF VALUE "Y".
       01  WS-Sort-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Sort-EOF VALUE "Y".
       01  WS-Count-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Count-EOF VALUE "Y".
      *"Y" once a blank item code ends the keyed entry loop
       01  WS-Keying-Done-Flag PIC X(01) VALUE "N".
           88 WS-Keying-Done VALUE "Y".

      *The three classes - the share of the year's sales value that
      *closes each of A and B, how often each is counted, and what
      *the run finds for it
       01  WS-Class-Table.
           05 WS-A-Pct PIC 9(02) VALUE 80.
           05 WS-B-Pct PIC 9(02) VALUE 95.
           05 WS-Class-Letters PIC X(03) VALUE "ABC".
           05 WS-Class-Entry OCCURS 3 TIMES.
               10 WS-Cls-Days PIC 9(03).
               10 WS-Cls-Items PIC 9(06).
               10 WS-Cls-Value PIC 9(11)V99.
               10 WS-Cls-Changed PIC 9(06).
      *        Spreads items newly put on the class's schedule
               10 WS-Cls-Stagger PIC 9(06).
               10 WS-Cls-Overdue PIC 9(06).
               10 WS-Cls-Taken PIC 9(07).
               10 WS-Cls-Accurate PIC 9(07).
           05 CL PIC 9(01) COMP VALUE 0.

      *Ranking figures
       01  WS-Rank-Figures.
           05 WS-Total-Value PIC 9(11)V99 VALUE 0.
           05 WS-Running-Value PIC 9(11)V99 VALUE 0.
           05 WS-A-Limit PIC 9(11)V99 VALUE 0.
           05 WS-B-Limit PIC 9(11)V99 VALUE 0.
           05 WS-Net-Qty PIC S9(07)V99 VALUE 0.
           05 WS-Item-Value PIC 9(09)V99 VALUE 0.
           05 WS-New-Class PIC X(01) VALUE SPACES.
           05 WS-Stagger-Days PIC 9(06) VALUE 0.
           05 WS-Stagger-Quot PIC 9(06) VALUE 0.
           05 WS-Items-Ranked PIC 9(06) VALUE 0.

      *Today, and the day-number conversions the schedule runs on
       01  WS-Date PIC 9999/99/99.
       01  WS-Time PIC 99/99/99.
       01  WS-Date-Work.
           05 WS-Today-Date PIC X(10) VALUE SPACES.
           05 WS-Today-Int PIC 9(07) VALUE 0.
           05 WS-Year-Start PIC X(10) VALUE SPACES.
           05 WS-Cvt-Date PIC X(10) VALUE SPACES.
           05 WS-Cvt-Digits.
               10 WS-Cvt-YYYY PIC X(04).
               10 WS-Cvt-MM PIC X(02).
               10 WS-Cvt-DD PIC X(02).
           05 WS-Cvt-Number REDEFINES WS-Cvt-Digits PIC 9(08).
           05 WS-Cvt-Int PIC 9(07) VALUE 0.
           05 WS-Cvt-Edit PIC 9999/99/99.
           05 WS-Overdue-Days PIC 9(05) VALUE 0.

      *One count being posted, keyed or read from the count file.
       01  WS-Post-Entry.
           05 WS-Post-Item-Code PIC X(10) VALUE SPACES.
           05 WS-Post-Counted-Qty PIC 9(05)V99 VALUE 0.
      *This item's variance: counted minus book, signed - negative is
      *shrink (less on the shelf than the books say).
       01  WS-Variance-Figures.
           05 WS-Variance-Qty PIC S9(05)V99 VALUE 0.
           05 WS-Variance-Value PIC S9(07)V99 VALUE 0.
      *Run totals for the posting summary and the sheet
       01  WS-Post-Totals.
           05 WS-Items-Counted PIC 9(05) VALUE 0.
           05 WS-Items-Not-Found PIC 9(05) VALUE 0.
           05 WS-Items-Unscheduled PIC 9(05) VALUE 0.
           05 WS-Net-Variance-Value PIC S9(09)V99 VALUE 0.
           05 WS-Sheet-Count PIC 9(05) VALUE 0.
           05 WS-Overdue-Count PIC 9(06) VALUE 0.
           05 WS-Unclassified PIC 9(06) VALUE 0.
      *Edited fields for the sheets, journal lines, and reports
       01  WS-Disp-Cycle-Fields.
           05 WS-Disp-Book-Qty PIC ZZZZ9.99.
           05 WS-Disp-Counted-Qty PIC ZZZZ9.99.
           05 WS-Disp-Variance-Qty PIC ZZZZ9.99-.
           05 WS-Disp-Variance-Value PIC $$$,$$9.99-.
           05 WS-Disp-Net-Value PIC $$,$$$,$$9.99-.
           05 WS-Disp-Class-Value PIC $$$,$$$,$$$,$$9.99.
           05 WS-Disp-Count PIC ZZZZZ9.
           05 WS-Disp-Count2 PIC ZZZZZZ9.
           05 WS-Disp-Count3 PIC ZZZZZZ9.
           05 WS-Disp-Days PIC ZZ9.
           05 WS-Disp-Overdue PIC ZZZZ9.
           05 WS-Disp-Pct PIC ZZ9.9.
       01  WS-Accuracy-Pct PIC 9(03)V9 VALUE 0.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Ask the mode, then do the work
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Time.
           MOVE WS-Date TO WS-Today-Date.
           MOVE WS-Today-Date TO WS-Cvt-Date.
           PERFORM Date-To-Int-Section.
           MOVE WS-Cvt-Int TO WS-Today-Int.
           PERFORM Load-Cycle-Config-Section.

           DISPLAY "Cycle Count - Mode (C=Classify, S=Today's sheet,".
           DISPLAY "P=Post counts, R=Coverage report):".
           ACCEPT WS-Run-Mode.

           EVALUATE TRUE
               WHEN WS-Mode-Classify
                   PERFORM Classify-Items-Section
               WHEN WS-Mode-Post
                   PERFORM Post-Counts-Section
               WHEN WS-Mode-Coverage
                   PERFORM Coverage-Report-Section
               WHEN OTHER
                   PERFORM Print-Sheet-Section
           END-EVALUATE.
           STOP RUN.

       Load-Cycle-Config-Section SECTION. *> Thresholds and intervals
           INITIALIZE WS-Class-Entry(1) WS-Class-Entry(2)
               WS-Class-Entry(3).
           MOVE 30 TO WS-Cls-Days(1).
           MOVE 91 TO WS-Cls-Days(2).
           MOVE 365 TO WS-Cls-Days(3).
           OPEN INPUT Store-Config-File.
           IF NOT WS-Store-Config-OK THEN
               EXIT SECTION
           END-IF.
           READ Store-Config-File
               NOT AT END
                   IF SCFG-Cycle-A-Pct IS NUMERIC
                           AND SCFG-Cycle-A-Pct > 0 THEN
                       MOVE SCFG-Cycle-A-Pct TO WS-A-Pct
                   END-IF
                   IF SCFG-Cycle-B-Pct IS NUMERIC
                           AND SCFG-Cycle-B-Pct > 0 THEN
                       MOVE SCFG-Cycle-B-Pct TO WS-B-Pct
                   END-IF
                   IF SCFG-Cycle-A-Days IS NUMERIC
                           AND SCFG-Cycle-A-Days > 0 THEN
                       MOVE SCFG-Cycle-A-Days TO WS-Cls-Days(1)
                   END-IF
                   IF SCFG-Cycle-B-Days IS NUMERIC
                           AND SCFG-Cycle-B-Days > 0 THEN
                       MOVE SCFG-Cycle-B-Days TO WS-Cls-Days(2)
                   END-IF
                   IF SCFG-Cycle-C-Days IS NUMERIC
                           AND SCFG-Cycle-C-Days > 0 THEN
                       MOVE SCFG-Cycle-C-Days TO WS-Cls-Days(3)
                   END-IF
           END-READ.
           CLOSE Store-Config-File.
      *    B can't close before A does
           IF WS-B-Pct < WS-A-Pct THEN
               MOVE WS-A-Pct TO WS-B-Pct
           END-IF.

       Date-To-Int-Section SECTION. *> yyyy/mm/dd to a day number
           MOVE 0 TO WS-Cvt-Int.
           MOVE WS-Cvt-Date(1:4) TO WS-Cvt-YYYY.
           MOVE WS-Cvt-Date(6:2) TO WS-Cvt-MM.
           MOVE WS-Cvt-Date(9:2) TO WS-Cvt-DD.
           IF WS-Cvt-Number IS NUMERIC
                   AND WS-Cvt-Number > 16010101 THEN
               COMPUTE WS-Cvt-Int =
                   FUNCTION INTEGER-OF-DATE(WS-Cvt-Number)
           END-IF.

       Int-To-Date-Section SECTION. *> A day number to yyyy/mm/dd
           COMPUTE WS-Cvt-Number = FUNCTION DATE-OF-INTEGER(WS-Cvt-Int).
           MOVE WS-Cvt-Number TO WS-Cvt-Edit.
           MOVE WS-Cvt-Edit TO WS-Cvt-Date.

       Find-Class-Section SECTION. *> CL for the letter in WS-New-Class
           MOVE 3 TO CL.
           IF WS-New-Class = "A" THEN
               MOVE 1 TO CL
           END-IF.
           IF WS-New-Class = "B" THEN
               MOVE 2 TO CL
           END-IF.

       Classify-Items-Section SECTION. *> Rank, class, reschedule
           OPEN INPUT Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "No item master to classify (status "
                   WS-Item-Master-Status ")"
               STOP RUN
           END-IF.
           OPEN I-O Cycle-Count-File.
           IF WS-Cycle-Count-Status = "35" THEN
      *        First classify - start the schedule off
               OPEN OUTPUT Cycle-Count-File
               CLOSE Cycle-Count-File
               OPEN I-O Cycle-Count-File
           END-IF.
           IF NOT WS-Cycle-Count-OK THEN
               DISPLAY "Cannot open CYCCOUNT.DAT (status "
                   WS-Cycle-Count-Status ")"
               CLOSE Item-Master-File
               STOP RUN
           END-IF.

      *    A year back from today
           COMPUTE WS-Cvt-Int = WS-Today-Int - 365.
           PERFORM Int-To-Date-Section.
           MOVE WS-Cvt-Date TO WS-Year-Start.

           SORT Sales-Sort-File
               ON ASCENDING KEY SSL-Item-Code
               INPUT PROCEDURE IS Release-Year-Sales-Section
               GIVING Sales-Work-File.
           SORT Rank-Sort-File
               ON DESCENDING KEY RNK-Value
               ON ASCENDING KEY RNK-Item-Code
               INPUT PROCEDURE IS Release-Item-Values-Section
               OUTPUT PROCEDURE IS Assign-Classes-Section.

           CLOSE Cycle-Count-File.
           CLOSE Item-Master-File.
           MOVE WS-Items-Ranked TO WS-Disp-Count.
           DISPLAY "Items classified: " WS-Disp-Count
               " - summary written to CYCCLASS.TXT".

       Release-Year-Sales-Section SECTION. *> The year's coded lines
           OPEN INPUT Sales-Detail-File.
           IF NOT WS-Sales-Detail-OK THEN
               DISPLAY "No sales detail (status "
                   WS-Sales-Detail-Status ") - every item ranks as C"
               EXIT SECTION
           END-IF.
           MOVE WS-Year-Start TO SDT-Date.
           START Sales-Detail-File KEY IS NOT < SDT-Date
               INVALID KEY
                   SET WS-Detail-EOF TO TRUE
           END-START.
           PERFORM Release-One-Sale-Section
               UNTIL WS-Detail-EOF.
           CLOSE Sales-Detail-File.

       Release-One-Sale-Section SECTION. *> One line, sales less refunds
           READ Sales-Detail-File NEXT RECORD
               AT END
                   SET WS-Detail-EOF TO TRUE
                   EXIT SECTION
           END-READ.
      *    Returned empties go back to the distributor, never onto
      *    the shelf being counted
           IF SDT-Item-Code = SPACES OR SDT-Txn-Type = "C" THEN
               EXIT SECTION
           END-IF.
           MOVE SDT-Item-Code TO SSL-Item-Code.
           IF SDT-Txn-Type = "R" THEN
               COMPUTE SSL-Qty = 0 - SDT-Qty
           ELSE
               MOVE SDT-Qty TO SSL-Qty
           END-IF.
           RELEASE Sales-Sort-Record.

       Release-Item-Values-Section SECTION. *> Each item and its value
           OPEN INPUT Sales-Work-File.
           PERFORM Read-Sales-Work-Section.
           PERFORM Release-One-Item-Section
               UNTIL WS-Item-EOF.
           CLOSE Sales-Work-File.

       Read-Sales-Work-Section SECTION. *> Next sold line in item order
           READ Sales-Work-File
               AT END
                   SET WS-Work-EOF TO TRUE
           END-READ.

       Release-One-Item-Section SECTION. *> Value one master item
           READ Item-Master-File NEXT RECORD
               AT END
                   SET WS-Item-EOF TO TRUE
                   EXIT SECTION
           END-READ.
      *    The sold lines are in the same order as the master, so
      *    this item's lines are next - anything ahead of it is a
      *    code no longer on the master, passed over.
           MOVE 0 TO WS-Net-Qty.
           PERFORM Take-Sales-Work-Section
               UNTIL WS-Work-EOF
                  OR CSW-Item-Code > ITM-Item-Code.

      *    Valued at cost where receiving has put one on file, the
      *    shelf price where it hasn't
           MOVE 0 TO WS-Item-Value.
           IF WS-Net-Qty > 0 THEN
               IF ITM-Unit-Cost > 0 THEN
                   COMPUTE WS-Item-Value ROUNDED =
                       WS-Net-Qty * ITM-Unit-Cost
               ELSE
                   COMPUTE WS-Item-Value ROUNDED =
                       WS-Net-Qty * ITM-Item-Price
               END-IF
           END-IF.
           ADD WS-Item-Value TO WS-Total-Value.
           MOVE WS-Item-Value TO RNK-Value.
           MOVE ITM-Item-Code TO RNK-Item-Code.
           RELEASE Rank-Sort-Record.

       Take-Sales-Work-Section SECTION. *> Count one sold line in
           IF CSW-Item-Code = ITM-Item-Code THEN
               ADD CSW-Qty TO WS-Net-Qty
           END-IF.
           PERFORM Read-Sales-Work-Section.

       Assign-Classes-Section SECTION. *> Best sellers first, classed
           COMPUTE WS-A-Limit ROUNDED = WS-Total-Value * WS-A-Pct / 100.
           COMPUTE WS-B-Limit ROUNDED = WS-Total-Value * WS-B-Pct / 100.
           PERFORM Assign-One-Class-Section
               UNTIL WS-Sort-EOF.
           PERFORM Print-Class-Summary-Section.

       Assign-One-Class-Section SECTION. *> Class one item
           RETURN Rank-Sort-File
               AT END
                   SET WS-Sort-EOF TO TRUE
                   EXIT SECTION
           END-RETURN.
           ADD 1 TO WS-Items-Ranked.
      *    An item is A while the value ranked ahead of it is still
      *    short of A's share - so the item that crosses the line is
      *    still in A - and likewise B.
           EVALUATE TRUE
               WHEN WS-Running-Value < WS-A-Limit
                   MOVE "A" TO WS-New-Class
               WHEN WS-Running-Value < WS-B-Limit
                   MOVE "B" TO WS-New-Class
               WHEN OTHER
                   MOVE "C" TO WS-New-Class
           END-EVALUATE.
           ADD RNK-Value TO WS-Running-Value.
           PERFORM Find-Class-Section.
           ADD 1 TO WS-Cls-Items(CL).
           ADD RNK-Value TO WS-Cls-Value(CL).

           MOVE RNK-Item-Code TO CYC-Item-Code.
           READ Cycle-Count-File
               INVALID KEY
                   PERFORM Schedule-New-Item-Section
                   WRITE Cycle-Count-Record
                   EXIT SECTION
           END-READ.

      *    Already on the schedule - a change of class moves the next
      *    count to the new class's interval, otherwise it stands
           IF CYC-Class NOT = WS-New-Class THEN
               ADD 1 TO WS-Cls-Changed(CL)
               IF CYC-Last-Count-Date = SPACES THEN
                   PERFORM Stagger-Next-Due-Section
               ELSE
                   MOVE CYC-Last-Count-Date TO WS-Cvt-Date
                   PERFORM Date-To-Int-Section
                   ADD WS-Cls-Days(CL) TO WS-Cvt-Int
                   PERFORM Int-To-Date-Section
                   MOVE WS-Cvt-Date TO CYC-Next-Due-Date
               END-IF
           END-IF.
           MOVE WS-New-Class TO CYC-Class.
           MOVE RNK-Value TO CYC-Annual-Value.
           MOVE WS-Today-Date TO CYC-Class-Date.
           REWRITE Cycle-Count-Record.

       Schedule-New-Item-Section SECTION. *> First time on the schedule
           MOVE RNK-Item-Code TO CYC-Item-Code.
           MOVE WS-New-Class TO CYC-Class.
           MOVE RNK-Value TO CYC-Annual-Value.
           MOVE WS-Today-Date TO CYC-Class-Date.
           MOVE SPACES TO CYC-Last-Count-Date.
           MOVE 0 TO CYC-Counts-Taken.
           MOVE 0 TO CYC-Counts-Accurate.
           PERFORM Stagger-Next-Due-Section.

       Stagger-Next-Due-Section SECTION. *> Spread across the interval
      *    The class's n-th item put on the schedule this run is due
      *    n days on, wrapping round the interval - an even share of
      *    the class falls on each day's sheet.
           DIVIDE WS-Cls-Stagger(CL) BY WS-Cls-Days(CL)
               GIVING WS-Stagger-Quot REMAINDER WS-Stagger-Days.
           ADD 1 TO WS-Cls-Stagger(CL).
           COMPUTE WS-Cvt-Int = WS-Today-Int + WS-Stagger-Days.
           PERFORM Int-To-Date-Section.
           MOVE WS-Cvt-Date TO CYC-Next-Due-Date.

       Print-Class-Summary-Section SECTION. *> How the classes fell
           OPEN OUTPUT Class-Report-File.
           MOVE "========================================"
               TO Class-Report-Record.
           WRITE Class-Report-Record.
           MOVE SPACES TO Class-Report-Record.
           STRING "Cycle Count Classes        " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Class-Report-Record.
           WRITE Class-Report-Record.
           MOVE SPACES TO Class-Report-Record.
           STRING "Sales from " DELIMITED BY SIZE
                  WS-Year-Start DELIMITED BY SIZE
                  " valued at cost" DELIMITED BY SIZE
               INTO Class-Report-Record.
           WRITE Class-Report-Record.
           MOVE "========================================"
               TO Class-Report-Record.
           WRITE Class-Report-Record.
           MOVE "Class   Items         Year's value  Every  Reclassed"
               TO Class-Report-Record.
           WRITE Class-Report-Record.
           PERFORM Print-One-Class-Line-Section
               VARYING CL FROM 1 BY 1 UNTIL CL > 3.
           MOVE WS-Total-Value TO WS-Disp-Class-Value.
           MOVE WS-Items-Ranked TO WS-Disp-Count.
           MOVE SPACES TO Class-Report-Record.
           STRING "Total  " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  WS-Disp-Class-Value DELIMITED BY SIZE
               INTO Class-Report-Record.
           WRITE Class-Report-Record.
           CLOSE Class-Report-File.

       Print-One-Class-Line-Section SECTION. *> One class's line
           MOVE WS-Cls-Items(CL) TO WS-Disp-Count.
           MOVE WS-Cls-Value(CL) TO WS-Disp-Class-Value.
           MOVE WS-Cls-Days(CL) TO WS-Disp-Days.
           MOVE WS-Cls-Changed(CL) TO WS-Disp-Count2.
           MOVE SPACES TO Class-Report-Record.
           STRING "  " DELIMITED BY SIZE
                  WS-Class-Letters(CL:1) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  WS-Disp-Class-Value DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Days DELIMITED BY SIZE
                  "d    " DELIMITED BY SIZE
                  WS-Disp-Count2 DELIMITED BY SIZE
               INTO Class-Report-Record.
           WRITE Class-Report-Record.

       Print-Sheet-Section SECTION. *> Everything due, blind
           OPEN INPUT Cycle-Count-File.
           IF NOT WS-Cycle-Count-OK THEN
               DISPLAY "No count schedule (status "
                   WS-Cycle-Count-Status ") - run Classify first"
               STOP RUN
           END-IF.
           OPEN INPUT Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "No item master to count (status "
                   WS-Item-Master-Status ")"
               CLOSE Cycle-Count-File
               STOP RUN
           END-IF.

           OPEN OUTPUT Count-Sheet-File.
           MOVE "========================================"
               TO Count-Sheet-Record.
           WRITE Count-Sheet-Record.
           MOVE SPACES TO Count-Sheet-Record.
           STRING "Cycle Count Sheet          " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Count-Sheet-Record.
           WRITE Count-Sheet-Record.
           MOVE "========================================"
               TO Count-Sheet-Record.
           WRITE Count-Sheet-Record.
      *    Blind, as the stocktake sheets are - no book figure
           MOVE "Cls Code       Item                 Counted"
               TO Count-Sheet-Record.
           WRITE Count-Sheet-Record.

           PERFORM Print-One-Sheet-Line-Section
               UNTIL WS-Cycle-EOF.

           MOVE WS-Sheet-Count TO WS-Disp-Count.
           MOVE SPACES TO Count-Sheet-Record.
           STRING "Items To Count: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Count-Sheet-Record.
           WRITE Count-Sheet-Record.
           CLOSE Count-Sheet-File.
           CLOSE Item-Master-File.
           CLOSE Cycle-Count-File.
           DISPLAY "Count sheet written to CYCSHEET.TXT ("
               WS-Disp-Count " items)".

       Print-One-Sheet-Line-Section SECTION. *> One item, if it's due
           READ Cycle-Count-File NEXT RECORD
               AT END
                   SET WS-Cycle-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF CYC-Next-Due-Date > WS-Today-Date THEN
               EXIT SECTION
           END-IF.
           MOVE CYC-Item-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
      *            Gone from the master since it was classed
                   EXIT SECTION
           END-READ.
           ADD 1 TO WS-Sheet-Count.
           MOVE SPACES TO Count-Sheet-Record.
           STRING " " DELIMITED BY SIZE
                  CYC-Class DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ITM-Item-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITM-Item-Name DELIMITED BY SIZE
                  " ________" DELIMITED BY SIZE
               INTO Count-Sheet-Record.
           WRITE Count-Sheet-Record.

       Post-Counts-Section SECTION. *> Variances in, book stock trued
      *    Support staff set COBCASH_BATCH=Y to feed counts from
      *    COUNTS.DAT instead of prompting for each line.
           ACCEPT WS-Batch-Env-Value FROM ENVIRONMENT "COBCASH_BATCH"
           IF WS-Batch-Env-Value = "Y" OR WS-Batch-Env-Value = "y" THEN
               SET WS-Batch-Mode-On TO TRUE
           END-IF.

           DISPLAY "Counted/posted by (ID):".
           ACCEPT WS-Counter-ID.

           OPEN I-O Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "No item master to post against (status "
                   WS-Item-Master-Status ")"
               STOP RUN
           END-IF.
           OPEN I-O Cycle-Count-File.
           IF NOT WS-Cycle-Count-OK THEN
               DISPLAY "No count schedule (status "
                   WS-Cycle-Count-Status ") - run Classify first"
               CLOSE Item-Master-File
               STOP RUN
           END-IF.

           IF WS-Batch-Mode-On THEN
               OPEN INPUT Count-File
               IF NOT WS-Count-Opened-OK THEN
                   DISPLAY "No count file (COUNTS.DAT) to post"
                   CLOSE Cycle-Count-File
                   CLOSE Item-Master-File
                   STOP RUN
               END-IF
               PERFORM Get-Count-Line-Section
                   UNTIL WS-Count-EOF
               CLOSE Count-File
           ELSE
               DISPLAY "Key item code and counted qty per line - a"
               DISPLAY "blank item code ends the run."
               PERFORM Key-One-Count-Section
                   UNTIL WS-Keying-Done
           END-IF.

           CLOSE Cycle-Count-File.
           CLOSE Item-Master-File.

           MOVE WS-Items-Counted TO WS-Disp-Count.
           MOVE WS-Net-Variance-Value TO WS-Disp-Net-Value.
           DISPLAY "Items posted: " WS-Disp-Count.
           IF WS-Items-Not-Found > 0 THEN
               DISPLAY "Lines with no master record: "
                   WS-Items-Not-Found
           END-IF.
           IF WS-Items-Unscheduled > 0 THEN
               DISPLAY "Posted but not on the count schedule: "
                   WS-Items-Unscheduled
           END-IF.
           DISPLAY "Net variance value: " WS-Disp-Net-Value.

       Get-Count-Line-Section SECTION. *> Pull in one batch count
           READ Count-File
               AT END
                   SET WS-Count-EOF TO TRUE
               NOT AT END
                   MOVE CNT-Item-Code TO WS-Post-Item-Code
                   MOVE CNT-Counted-Qty TO WS-Post-Counted-Qty
                   PERFORM Post-One-Count-Section
           END-READ.

       Key-One-Count-Section SECTION. *> One keyed count line
           MOVE SPACES TO WS-Post-Item-Code.
           MOVE 0 TO WS-Post-Counted-Qty.
           DISPLAY "Item code (blank=done):".
           ACCEPT WS-Post-Item-Code.

           IF WS-Post-Item-Code = SPACES THEN
               SET WS-Keying-Done TO TRUE
           ELSE
               DISPLAY "Counted qty:"
               ACCEPT WS-Post-Counted-Qty
               PERFORM Post-One-Count-Section
           END-IF.

       Post-One-Count-Section SECTION. *> True up one on-hand count
           MOVE WS-Post-Item-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   ADD 1 TO WS-Items-Not-Found
                   DISPLAY WS-Post-Item-Code " not on the item master"
                   EXIT SECTION
           END-READ.

      *    Valued the way StockTake values it - at cost where there
      *    is one, the shelf price where there isn't
           COMPUTE WS-Variance-Qty =
               WS-Post-Counted-Qty - ITM-On-Hand-Qty.
           IF ITM-Unit-Cost > 0 THEN
               COMPUTE WS-Variance-Value ROUNDED =
                   WS-Variance-Qty * ITM-Unit-Cost
           ELSE
               COMPUTE WS-Variance-Value ROUNDED =
                   WS-Variance-Qty * ITM-Item-Price
           END-IF.
           ADD WS-Variance-Value TO WS-Net-Variance-Value.

           MOVE WS-Post-Item-Code TO CYC-Item-Code.
           READ Cycle-Count-File
               INVALID KEY
                   MOVE SPACES TO CYC-Class
           END-READ.

           PERFORM Write-Adjust-Journal-Section.
           MOVE WS-Post-Counted-Qty TO ITM-On-Hand-Qty.
           REWRITE Item-Master-Record.
           ADD 1 TO WS-Items-Counted.

           IF CYC-Class = SPACES THEN
               ADD 1 TO WS-Items-Unscheduled
               DISPLAY WS-Post-Item-Code
                   " posted - not on the count schedule yet"
               EXIT SECTION
           END-IF.

      *    Counted today, so next due one interval on - and a count
      *    that found the book figure right scores for accuracy
           MOVE CYC-Class TO WS-New-Class.
           PERFORM Find-Class-Section.
           MOVE WS-Today-Date TO CYC-Last-Count-Date.
           COMPUTE WS-Cvt-Int = WS-Today-Int + WS-Cls-Days(CL).
           PERFORM Int-To-Date-Section.
           MOVE WS-Cvt-Date TO CYC-Next-Due-Date.
           ADD 1 TO CYC-Counts-Taken.
           IF WS-Variance-Qty = 0 THEN
               ADD 1 TO CYC-Counts-Accurate
           END-IF.
           REWRITE Cycle-Count-Record.

       Write-Adjust-Journal-Section SECTION. *> One adjustment on record
      *    Re-stamp the date/time so each line shows the moment the
      *    count was actually posted, not when the program started.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Time.
           MOVE ITM-On-Hand-Qty TO WS-Disp-Book-Qty.
           MOVE WS-Post-Counted-Qty TO WS-Disp-Counted-Qty.
           MOVE WS-Variance-Qty TO WS-Disp-Variance-Qty.
           MOVE WS-Variance-Value TO WS-Disp-Variance-Value.

           OPEN EXTEND Adjust-Journal-File.
           IF WS-Adjust-Journal-Status = "35" THEN
      *        File doesn't exist yet - start it off
               OPEN OUTPUT Adjust-Journal-File
           END-IF.

           MOVE SPACES TO Adjust-Journal-Record.
           STRING WS-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Time DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Post-Item-Code DELIMITED BY SIZE
                  " book:" DELIMITED BY SIZE
                  WS-Disp-Book-Qty DELIMITED BY SIZE
                  " counted:" DELIMITED BY SIZE
                  WS-Disp-Counted-Qty DELIMITED BY SIZE
                  " var:" DELIMITED BY SIZE
                  WS-Disp-Variance-Qty DELIMITED BY SIZE
                  " value:" DELIMITED BY SIZE
                  WS-Disp-Variance-Value DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  WS-Counter-ID DELIMITED BY SIZE
                  " cycle " DELIMITED BY SIZE
                  CYC-Class DELIMITED BY SIZE
               INTO Adjust-Journal-Record.
           WRITE Adjust-Journal-Record.
           CLOSE Adjust-Journal-File.

       Coverage-Report-Section SECTION. *> Overdue list and accuracy
           OPEN INPUT Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "No item master to report on (status "
                   WS-Item-Master-Status ")"
               STOP RUN
           END-IF.
           OPEN INPUT Cycle-Count-File.
           IF NOT WS-Cycle-Count-OK THEN
               DISPLAY "No count schedule (status "
                   WS-Cycle-Count-Status ") - run Classify first"
               CLOSE Item-Master-File
               STOP RUN
           END-IF.

           OPEN OUTPUT Coverage-Report-File.
           MOVE "========================================"
               TO Coverage-Report-Record.
           WRITE Coverage-Report-Record.
           MOVE SPACES TO Coverage-Report-Record.
           STRING "Cycle Count Coverage       " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Coverage-Report-Record.
           WRITE Coverage-Report-Record.
           MOVE "========================================"
               TO Coverage-Report-Record.
           WRITE Coverage-Report-Record.
           MOVE "Overdue for a count:" TO Coverage-Report-Record.
           WRITE Coverage-Report-Record.
           MOVE SPACES TO Coverage-Report-Record.
           STRING "Cls Code       Item                 Last count"
                      DELIMITED BY SIZE
                  "  Due          Days over" DELIMITED BY SIZE
               INTO Coverage-Report-Record.
           WRITE Coverage-Report-Record.

           PERFORM Cover-One-Item-Section
               UNTIL WS-Item-EOF.

           IF WS-Overdue-Count = 0 THEN
               MOVE "  (nothing overdue)" TO Coverage-Report-Record
               WRITE Coverage-Report-Record
           END-IF.

           MOVE SPACES TO Coverage-Report-Record.
           WRITE Coverage-Report-Record.
           MOVE "Class   Items  Overdue   Counts  Accurate  Accuracy"
               TO Coverage-Report-Record.
           WRITE Coverage-Report-Record.
           PERFORM Print-One-Accuracy-Line-Section
               VARYING CL FROM 1 BY 1 UNTIL CL > 3.

           IF WS-Unclassified > 0 THEN
               MOVE WS-Unclassified TO WS-Disp-Count
               MOVE SPACES TO Coverage-Report-Record
               STRING "Items on the master not yet classified: "
                          DELIMITED BY SIZE
                      WS-Disp-Count DELIMITED BY SIZE
                   INTO Coverage-Report-Record
               WRITE Coverage-Report-Record
           END-IF.

           CLOSE Coverage-Report-File.
           CLOSE Cycle-Count-File.
           CLOSE Item-Master-File.
           MOVE WS-Overdue-Count TO WS-Disp-Count.
           DISPLAY "Coverage report written to CYCCOVER.TXT ("
               WS-Disp-Count " overdue)".

       Cover-One-Item-Section SECTION. *> One master item's standing
           READ Item-Master-File NEXT RECORD
               AT END
                   SET WS-Item-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           MOVE ITM-Item-Code TO CYC-Item-Code.
           READ Cycle-Count-File
               INVALID KEY
                   ADD 1 TO WS-Unclassified
                   EXIT SECTION
           END-READ.
           MOVE CYC-Class TO WS-New-Class.
           PERFORM Find-Class-Section.
           ADD 1 TO WS-Cls-Items(CL).
           ADD CYC-Counts-Taken TO WS-Cls-Taken(CL).
           ADD CYC-Counts-Accurate TO WS-Cls-Accurate(CL).
           IF CYC-Next-Due-Date NOT < WS-Today-Date THEN
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-Cls-Overdue(CL).
           ADD 1 TO WS-Overdue-Count.
           MOVE CYC-Next-Due-Date TO WS-Cvt-Date.
           PERFORM Date-To-Int-Section.
           COMPUTE WS-Overdue-Days = WS-Today-Int - WS-Cvt-Int.
           MOVE WS-Overdue-Days TO WS-Disp-Overdue.
           MOVE SPACES TO Coverage-Report-Record.
           IF CYC-Last-Count-Date = SPACES THEN
               STRING " " DELIMITED BY SIZE
                      CYC-Class DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      ITM-Item-Code DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ITM-Item-Name DELIMITED BY SIZE
                      " never     " DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CYC-Next-Due-Date DELIMITED BY SIZE
                      "       " DELIMITED BY SIZE
                      WS-Disp-Overdue DELIMITED BY SIZE
                   INTO Coverage-Report-Record
           ELSE
               STRING " " DELIMITED BY SIZE
                      CYC-Class DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      ITM-Item-Code DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ITM-Item-Name DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CYC-Last-Count-Date DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CYC-Next-Due-Date DELIMITED BY SIZE
                      "       " DELIMITED BY SIZE
                      WS-Disp-Overdue DELIMITED BY SIZE
                   INTO Coverage-Report-Record
           END-IF.
           WRITE Coverage-Report-Record.

       Print-One-Accuracy-Line-Section SECTION. *> One class's record
           MOVE WS-Cls-Items(CL) TO WS-Disp-Count.
           MOVE WS-Cls-Overdue(CL) TO WS-Disp-Count2.
           MOVE WS-Cls-Taken(CL) TO WS-Disp-Count3.
           MOVE SPACES TO Coverage-Report-Record.
           STRING "  " DELIMITED BY SIZE
                  WS-Class-Letters(CL:1) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Count2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Count3 DELIMITED BY SIZE
               INTO Coverage-Report-Record.
           MOVE WS-Cls-Accurate(CL) TO WS-Disp-Count3.
           MOVE WS-Disp-Count3 TO Coverage-Report-Record(35:7).
           IF WS-Cls-Taken(CL) > 0 THEN
               COMPUTE WS-Accuracy-Pct ROUNDED =
                   WS-Cls-Accurate(CL) * 100 / WS-Cls-Taken(CL)
               MOVE WS-Accuracy-Pct TO WS-Disp-Pct
               MOVE WS-Disp-Pct TO Coverage-Report-Record(45:5)
               MOVE "%" TO Coverage-Report-Record(50:1)
           ELSE
               MOVE "   n/a" TO Coverage-Report-Record(44:6)
           END-IF.
           WRITE Coverage-Report-Record.

       END PROGRAM CycleCount.
