      *Market-basket affinity: what sells together. Groups the item
      *lines in SALESDTL.DAT into baskets by transaction number over
      *a keyed date range - a receipt's lines are written together as
      *it commits, so one basket is one unbroken run of a number -
      *and counts every pair of coded items that shared a basket.
      *Refunds and voided sales are left out (the voids come off the
      *journal's V records). Every pair seen at least a keyed number
      *of times is reported both ways round, under the first item's
      *department, strongest first: how many baskets held both, and
      *what share of the first item's baskets also held the second -
      *what the displays are placed by and the multibuy groups
      *(PRM-Group-ID) are picked from.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BasketAffinity.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Item-level sales detail, one record per receipt line
           SELECT Sales-Detail-File ASSIGN TO "SALESDTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDT-Key
           ALTERNATE RECORD KEY IS SDT-Date WITH DUPLICATES
           FILE STATUS IS WS-Sales-Detail-Status.
      *    The transaction journal, for the sales later voided
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           FILE STATUS IS WS-Txn-Journal-Status.
      *    Department master, for the names on the headings
           SELECT Dept-File ASSIGN TO "DEPTMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DPT-Code
           FILE STATUS IS WS-Dept-Status.
      *    Work file the pairs are ranked on
           SELECT Pair-Sort-File ASSIGN TO "BASKSORT.TMP".
      *    The report this program produces
           SELECT Basket-Report-File ASSIGN TO "BASKET.TXT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Sales-Detail-File.
           COPY "SalesDetailRecord.cpy".

       FD  Txn-Journal-File.
           COPY "TxnJournalRecord.cpy".

       FD  Dept-File.
           COPY "DeptRecord.cpy".

      *One pair, one way round, as ranked
       SD  Pair-Sort-File.
       01  Pair-Sort-Record.
           05 PSR-Dept-Code PIC X(03).
           05 PSR-Together PIC 9(05).
           05 PSR-Item-Code PIC X(10).
           05 PSR-Item-Name PIC X(20).
           05 PSR-With-Code PIC X(10).
           05 PSR-With-Name PIC X(20).
           05 PSR-With-Dept PIC X(03).
           05 PSR-Share PIC 9(03)V9.

       FD  Basket-Report-File.
       01  Report-Line-Record PIC X(110).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Sales-Detail-Status PIC X(02).
           88 WS-Sales-Detail-OK VALUE "00".
       01  WS-Txn-Journal-Status PIC X(02).
           88 WS-Txn-Journal-OK VALUE "00".
       01  WS-Dept-Status PIC X(02).
           88 WS-Dept-OK VALUE "00".
      *"Y" once the department master opened - judged once at OPEN,
      *since the live status turns "23" on the first unknown code
       01  WS-Dept-Opened-Flag PIC X(01) VALUE "N".
           88 WS-Dept-Opened VALUE "Y".
      *"Y" once each walk runs out of records
       01  WS-Detail-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Detail-EOF VALUE "Y".
       01  WS-Journal-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Journal-EOF VALUE "Y".
       01  WS-Sort-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Sort-EOF VALUE "Y".

      *The run's settings, keyed per run - blank/zero takes the
      *default in brackets on the prompt
       01  WS-Basket-Settings.
           05 WS-From-Date PIC X(10) VALUE SPACES.
           05 WS-To-Date PIC X(10) VALUE SPACES.
           05 WS-Min-Together PIC 9(03) VALUE 0.
           05 WS-Top-Per-Dept PIC 9(03) VALUE 0.

      *Sales voided after the fact - their baskets never left
       01  WS-Void-Table.
           05 WS-Void-Count PIC 9(04) COMP VALUE 0.
           05 WS-Void-Max PIC 9(04) COMP VALUE 2000.
           05 WS-Void-Txn PIC 9(10) OCCURS 2000 TIMES.
           05 VD PIC 9(04) COMP VALUE 0.
           05 WS-Void-Found PIC 9(04) COMP VALUE 0.

      *The basket being gathered - one entry per distinct item
       01  WS-Basket.
           05 WS-Basket-Txn PIC 9(10) VALUE 0.
      *    "Y" once a refund line or a void rules the basket out
           05 WS-Basket-Skip-Flag PIC X(01) VALUE "N".
               88 WS-Basket-Skipped VALUE "Y".
           05 WS-Bsk-Count PIC 9(02) COMP VALUE 0.
           05 WS-Bsk-Max PIC 9(02) COMP VALUE 50.
           05 WS-Bsk-Item OCCURS 50 TIMES.
               10 WS-Bsk-Item-Code PIC X(10).
               10 WS-Bsk-Item-Slot PIC 9(04) COMP.
           05 BI PIC 9(02) COMP VALUE 0.
           05 BJ PIC 9(02) COMP VALUE 0.
           05 WS-Bsk-Found PIC 9(02) COMP VALUE 0.

      *Every coded item seen in a counted basket
       01  WS-Item-Table.
           05 WS-Item-Count PIC 9(04) COMP VALUE 0.
           05 WS-Item-Max PIC 9(04) COMP VALUE 2000.
           05 WS-Item-Entry OCCURS 2000 TIMES.
               10 WS-Itm-Code PIC X(10).
               10 WS-Itm-Name PIC X(20).
               10 WS-Itm-Dept PIC X(03).
               10 WS-Itm-Baskets PIC 9(05).
           05 IT PIC 9(04) COMP VALUE 0.
           05 WS-Item-Found PIC 9(04) COMP VALUE 0.

      *Every pair seen together, smaller item slot first
       01  WS-Pair-Table.
           05 WS-Pair-Count PIC 9(04) COMP VALUE 0.
           05 WS-Pair-Max PIC 9(04) COMP VALUE 5000.
           05 WS-Pair-Entry OCCURS 5000 TIMES.
               10 WS-Par-Slot-A PIC 9(04) COMP.
               10 WS-Par-Slot-B PIC 9(04) COMP.
               10 WS-Par-Together PIC 9(05).
           05 PR PIC 9(04) COMP VALUE 0.
           05 WS-Pair-Found PIC 9(04) COMP VALUE 0.
      *The pair being counted, smaller slot first
       01  WS-Pair-Key.
           05 WS-Key-Slot-A PIC 9(04) COMP VALUE 0.
           05 WS-Key-Slot-B PIC 9(04) COMP VALUE 0.

      *Run totals
       01  WS-Basket-Totals.
           05 WS-Baskets-Counted PIC 9(07) VALUE 0.
           05 WS-Baskets-Skipped PIC 9(07) VALUE 0.
           05 WS-Pairs-Reported PIC 9(05) VALUE 0.
           05 WS-Pairs-Dropped PIC 9(07) VALUE 0.
      *Ranking within the department being printed
       01  WS-Rank-Work.
           05 WS-Current-Dept PIC X(03) VALUE HIGH-VALUES.
           05 WS-Dept-Rank PIC 9(03) VALUE 0.

      *Date arithmetic scratch
       01  WS-Date-Work.
           05 WS-Date-Digits PIC 9(08) VALUE 0.
           05 WS-Date-Integer PIC 9(08) VALUE 0.
      *Edited figures for the report lines
       01  WS-Disp-Basket-Fields.
           05 WS-Disp-Rank PIC ZZ9.
           05 WS-Disp-Together PIC ZZZZ9.
           05 WS-Disp-Share PIC ZZ9.9.
           05 WS-Disp-Count PIC Z,ZZZ,ZZ9.
      *Today's date
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Key the range, count, rank, print
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.

           DISPLAY "Baskets from (yyyy/mm/dd, blank=30 days ago):".
           ACCEPT WS-From-Date.
           IF WS-From-Date = SPACES THEN
               MOVE WS-Date(1:4) TO WS-Date-Digits(1:4)
               MOVE WS-Date(6:2) TO WS-Date-Digits(5:2)
               MOVE WS-Date(9:2) TO WS-Date-Digits(7:2)
               COMPUTE WS-Date-Integer =
                   FUNCTION INTEGER-OF-DATE(WS-Date-Digits) - 30
               COMPUTE WS-Date-Digits =
                   FUNCTION DATE-OF-INTEGER(WS-Date-Integer)
               MOVE WS-Date-Digits(1:4) TO WS-From-Date(1:4)
               MOVE "/" TO WS-From-Date(5:1)
               MOVE WS-Date-Digits(5:2) TO WS-From-Date(6:2)
               MOVE "/" TO WS-From-Date(8:1)
               MOVE WS-Date-Digits(7:2) TO WS-From-Date(9:2)
           END-IF.
           DISPLAY "Baskets to (yyyy/mm/dd, blank=today):".
           ACCEPT WS-To-Date.
           IF WS-To-Date = SPACES THEN
               MOVE WS-Date TO WS-To-Date
           END-IF.
           DISPLAY "Fewest baskets together to report a pair (0=3):".
           ACCEPT WS-Min-Together.
           IF WS-Min-Together = 0 THEN
               MOVE 3 TO WS-Min-Together
           END-IF.
           DISPLAY "Pairs to list per department (0=10):".
           ACCEPT WS-Top-Per-Dept.
           IF WS-Top-Per-Dept = 0 THEN
               MOVE 10 TO WS-Top-Per-Dept
           END-IF.

           PERFORM Load-Voids-Section.

           OPEN INPUT Sales-Detail-File.
           IF NOT WS-Sales-Detail-OK THEN
               DISPLAY "No sales detail (SALESDTL.DAT) to work from"
               STOP RUN
           END-IF.
           MOVE WS-From-Date TO SDT-Date.
           START Sales-Detail-File KEY IS NOT < SDT-Date
               INVALID KEY
                   SET WS-Detail-EOF TO TRUE
           END-START.
           PERFORM Gather-One-Line-Section
               UNTIL WS-Detail-EOF.
           CLOSE Sales-Detail-File.
      *    The last basket has no following number to close it
           PERFORM Count-Basket-Section.

           OPEN INPUT Dept-File.
           IF WS-Dept-OK THEN
               SET WS-Dept-Opened TO TRUE
           END-IF.
           SORT Pair-Sort-File
               ON ASCENDING KEY PSR-Dept-Code
               ON DESCENDING KEY PSR-Together PSR-Share
               ON ASCENDING KEY PSR-Item-Code PSR-With-Code
               INPUT PROCEDURE IS Release-Pairs-Section
               OUTPUT PROCEDURE IS Print-Report-Section.
           IF WS-Dept-Opened THEN
               CLOSE Dept-File
           END-IF.
           DISPLAY "Basket affinity written to BASKET.TXT".
           STOP RUN.

       Load-Voids-Section SECTION. *> Every sale voided since
           OPEN INPUT Txn-Journal-File.
           IF NOT WS-Txn-Journal-OK THEN
               EXIT SECTION
           END-IF.
      *    A void is recorded after its sale, so nothing before the
      *    range's first day can touch it
           MOVE WS-From-Date TO TJR-Date.
           START Txn-Journal-File KEY IS NOT < TJR-Date
               INVALID KEY
                   SET WS-Journal-EOF TO TRUE
           END-START.
           PERFORM Load-One-Void-Section
               UNTIL WS-Journal-EOF.
           CLOSE Txn-Journal-File.

       Load-One-Void-Section SECTION. *> One V record's original
           READ Txn-Journal-File NEXT RECORD
               AT END
                   SET WS-Journal-EOF TO TRUE
               NOT AT END
                   IF TJR-Txn-Type = "V"
                           AND WS-Void-Count < WS-Void-Max THEN
                       ADD 1 TO WS-Void-Count
                       MOVE TJR-Void-Ref TO WS-Void-Txn(WS-Void-Count)
                   END-IF
           END-READ.

       Gather-One-Line-Section SECTION. *> One line into its basket
           READ Sales-Detail-File NEXT RECORD
               AT END
                   SET WS-Detail-EOF TO TRUE
           END-READ.
           IF WS-Detail-EOF THEN
               EXIT SECTION
           END-IF.
           IF SDT-Date > WS-To-Date THEN
      *        Past the range's last day
               SET WS-Detail-EOF TO TRUE
               EXIT SECTION
           END-IF.
           IF SDT-Date < WS-From-Date THEN
               EXIT SECTION
           END-IF.

      *    A new number closes the basket before it
           IF SDT-Txn-Number NOT = WS-Basket-Txn THEN
               PERFORM Count-Basket-Section
               MOVE SDT-Txn-Number TO WS-Basket-Txn
               MOVE 0 TO WS-Bsk-Count
               MOVE "N" TO WS-Basket-Skip-Flag
               MOVE 0 TO WS-Void-Found
               PERFORM Match-One-Void-Section
                   VARYING VD FROM 1 BY 1 UNTIL VD > WS-Void-Count
               IF WS-Void-Found > 0 THEN
                   SET WS-Basket-Skipped TO TRUE
               END-IF
           END-IF.

      *    Refunds and returned empties are no one's shopping basket
           IF SDT-Txn-Type = "R" OR SDT-Txn-Type = "C" THEN
               SET WS-Basket-Skipped TO TRUE
           END-IF.
      *    Hand-typed lines carry no code to pair on
           IF WS-Basket-Skipped OR SDT-Item-Code = SPACES THEN
               EXIT SECTION
           END-IF.

      *    Twice on one receipt is still one basket
           MOVE 0 TO WS-Bsk-Found.
           PERFORM Match-One-Basket-Item-Section
               VARYING BI FROM 1 BY 1 UNTIL BI > WS-Bsk-Count.
           IF WS-Bsk-Found = 0 AND WS-Bsk-Count < WS-Bsk-Max THEN
               ADD 1 TO WS-Bsk-Count
               MOVE SDT-Item-Code TO WS-Bsk-Item-Code(WS-Bsk-Count)
               PERFORM Find-Item-Slot-Section
               MOVE WS-Item-Found TO WS-Bsk-Item-Slot(WS-Bsk-Count)
           END-IF.

       Match-One-Void-Section SECTION. *> Try one voided number
           IF WS-Void-Txn(VD) = SDT-Txn-Number THEN
               MOVE VD TO WS-Void-Found
           END-IF.

       Match-One-Basket-Item-Section SECTION. *> Already in basket?
           IF WS-Bsk-Item-Code(BI) = SDT-Item-Code THEN
               MOVE BI TO WS-Bsk-Found
           END-IF.

       Find-Item-Slot-Section SECTION. *> The item's row, made if new
           MOVE 0 TO WS-Item-Found.
           PERFORM Match-One-Item-Section
               VARYING IT FROM 1 BY 1 UNTIL IT > WS-Item-Count.
           IF WS-Item-Found = 0 AND WS-Item-Count < WS-Item-Max THEN
               ADD 1 TO WS-Item-Count
               MOVE WS-Item-Count TO WS-Item-Found
               MOVE SDT-Item-Code TO WS-Itm-Code(WS-Item-Found)
               MOVE SDT-Item-Name TO WS-Itm-Name(WS-Item-Found)
               MOVE SDT-Dept TO WS-Itm-Dept(WS-Item-Found)
               MOVE 0 TO WS-Itm-Baskets(WS-Item-Found)
           END-IF.

       Match-One-Item-Section SECTION. *> Try one item row
           IF WS-Itm-Code(IT) = SDT-Item-Code THEN
               MOVE IT TO WS-Item-Found
           END-IF.

       Count-Basket-Section SECTION. *> A finished basket tallied
           IF WS-Basket-Txn = 0 THEN
               EXIT SECTION
           END-IF.
           IF WS-Basket-Skipped THEN
               ADD 1 TO WS-Baskets-Skipped
               EXIT SECTION
           END-IF.
           IF WS-Bsk-Count = 0 THEN
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-Baskets-Counted.
           PERFORM Count-One-Basket-Item-Section
               VARYING BI FROM 1 BY 1 UNTIL BI > WS-Bsk-Count.

       Count-One-Basket-Item-Section SECTION. *> Item and its pairs
      *    An item the table had no room for is left out altogether
           IF WS-Bsk-Item-Slot(BI) = 0 THEN
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-Itm-Baskets(WS-Bsk-Item-Slot(BI)).
           PERFORM Count-One-Pair-Section
               VARYING BJ FROM BI BY 1 UNTIL BJ > WS-Bsk-Count.

       Count-One-Pair-Section SECTION. *> One pair from the basket
           IF BJ = BI OR WS-Bsk-Item-Slot(BJ) = 0 THEN
               EXIT SECTION
           END-IF.
           IF WS-Bsk-Item-Slot(BI) < WS-Bsk-Item-Slot(BJ) THEN
               MOVE WS-Bsk-Item-Slot(BI) TO WS-Key-Slot-A
               MOVE WS-Bsk-Item-Slot(BJ) TO WS-Key-Slot-B
           ELSE
               MOVE WS-Bsk-Item-Slot(BJ) TO WS-Key-Slot-A
               MOVE WS-Bsk-Item-Slot(BI) TO WS-Key-Slot-B
           END-IF.

           MOVE 0 TO WS-Pair-Found.
           PERFORM Match-One-Pair-Section
               VARYING PR FROM 1 BY 1 UNTIL PR > WS-Pair-Count.
           IF WS-Pair-Found = 0 THEN
               IF WS-Pair-Count < WS-Pair-Max THEN
                   ADD 1 TO WS-Pair-Count
                   MOVE WS-Pair-Count TO WS-Pair-Found
                   MOVE WS-Key-Slot-A TO WS-Par-Slot-A(WS-Pair-Found)
                   MOVE WS-Key-Slot-B TO WS-Par-Slot-B(WS-Pair-Found)
                   MOVE 0 TO WS-Par-Together(WS-Pair-Found)
               ELSE
                   ADD 1 TO WS-Pairs-Dropped
                   EXIT SECTION
               END-IF
           END-IF.
           ADD 1 TO WS-Par-Together(WS-Pair-Found).

       Match-One-Pair-Section SECTION. *> Try one pair row
           IF WS-Par-Slot-A(PR) = WS-Key-Slot-A
                   AND WS-Par-Slot-B(PR) = WS-Key-Slot-B THEN
               MOVE PR TO WS-Pair-Found
           END-IF.

       Release-Pairs-Section SECTION. *> Strong pairs, both ways
           PERFORM Release-One-Pair-Section
               VARYING PR FROM 1 BY 1 UNTIL PR > WS-Pair-Count.

       Release-One-Pair-Section SECTION. *> One pair, each way round
           IF WS-Par-Together(PR) < WS-Min-Together THEN
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-Pairs-Reported.
           MOVE WS-Par-Slot-A(PR) TO WS-Key-Slot-A.
           MOVE WS-Par-Slot-B(PR) TO WS-Key-Slot-B.
           PERFORM Release-One-Way-Section.
           MOVE WS-Par-Slot-B(PR) TO WS-Key-Slot-A.
           MOVE WS-Par-Slot-A(PR) TO WS-Key-Slot-B.
           PERFORM Release-One-Way-Section.

       Release-One-Way-Section SECTION. *> First item, then second
           MOVE WS-Itm-Dept(WS-Key-Slot-A) TO PSR-Dept-Code.
           MOVE WS-Par-Together(PR) TO PSR-Together.
           MOVE WS-Itm-Code(WS-Key-Slot-A) TO PSR-Item-Code.
           MOVE WS-Itm-Name(WS-Key-Slot-A) TO PSR-Item-Name.
           MOVE WS-Itm-Code(WS-Key-Slot-B) TO PSR-With-Code.
           MOVE WS-Itm-Name(WS-Key-Slot-B) TO PSR-With-Name.
           MOVE WS-Itm-Dept(WS-Key-Slot-B) TO PSR-With-Dept.
      *    Of the baskets holding the first item, how many also
      *    held the second
           COMPUTE PSR-Share ROUNDED =
               WS-Par-Together(PR) * 100
               / WS-Itm-Baskets(WS-Key-Slot-A).
           RELEASE Pair-Sort-Record.

       Print-Report-Section SECTION. *> Ranked pairs, then totals
           OPEN OUTPUT Basket-Report-File.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Basket Affinity            " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Baskets " DELIMITED BY SIZE
                  WS-From-Date DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-To-Date DELIMITED BY SIZE
                  ", pairs seen together " DELIMITED BY SIZE
                  WS-Min-Together DELIMITED BY SIZE
                  "+ times" DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.

           PERFORM Print-One-Pair-Section
               UNTIL WS-Sort-EOF.

           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Baskets-Counted TO WS-Disp-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "Baskets counted: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.
           MOVE WS-Baskets-Skipped TO WS-Disp-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "Refunds and voided sales left out: "
                      DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Pairs-Reported TO WS-Disp-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "Pairs reported: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.
           IF WS-Pairs-Dropped > 0 THEN
      *        More distinct pairs than the table holds - the counts
      *        above undercount; a shorter date range fixes it
               MOVE WS-Pairs-Dropped TO WS-Disp-Count
               MOVE SPACES TO Report-Line-Record
               STRING "Pairings not counted (table full - shorten "
                          DELIMITED BY SIZE
                      "the range): " DELIMITED BY SIZE
                      WS-Disp-Count DELIMITED BY SIZE
                   INTO Report-Line-Record
               WRITE Report-Line-Record
               DISPLAY Report-Line-Record
           END-IF.
           CLOSE Basket-Report-File.

       Print-One-Pair-Section SECTION. *> One ranked pair
           RETURN Pair-Sort-File
               AT END
                   SET WS-Sort-EOF TO TRUE
           END-RETURN.
           IF WS-Sort-EOF THEN
               EXIT SECTION
           END-IF.

           IF PSR-Dept-Code NOT = WS-Current-Dept THEN
               MOVE PSR-Dept-Code TO WS-Current-Dept
               MOVE 0 TO WS-Dept-Rank
               PERFORM Print-Dept-Heading-Section
           END-IF.
           ADD 1 TO WS-Dept-Rank.
           IF WS-Dept-Rank > WS-Top-Per-Dept THEN
               EXIT SECTION
           END-IF.

           MOVE WS-Dept-Rank TO WS-Disp-Rank.
           MOVE PSR-Together TO WS-Disp-Together.
           MOVE PSR-Share TO WS-Disp-Share.
           MOVE SPACES TO Report-Line-Record.
           STRING WS-Disp-Rank DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  PSR-Item-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PSR-Item-Name DELIMITED BY SIZE
                  " + " DELIMITED BY SIZE
                  PSR-With-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PSR-With-Name DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  PSR-Dept-Code DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PSR-With-Dept DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  WS-Disp-Together DELIMITED BY SIZE
                  " baskets" DELIMITED BY SIZE
                  WS-Disp-Share DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-Dept-Heading-Section SECTION. *> Start of a department
           MOVE SPACES TO DPT-Name.
           IF PSR-Dept-Code = SPACES THEN
               MOVE "(no department)" TO DPT-Name
           ELSE
               IF WS-Dept-Opened THEN
                   MOVE PSR-Dept-Code TO DPT-Code
                   READ Dept-File
                       INVALID KEY
                           MOVE "(unknown dept)" TO DPT-Name
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Department " DELIMITED BY SIZE
                  PSR-Dept-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DPT-Name DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "     Item                              With"
                      DELIMITED BY SIZE
                  "                                  Depts   Toge"
                      DELIMITED BY SIZE
                  "ther  Share" DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
       END PROGRAM BasketAffinity.
