      *Budget versus actual by department. For a keyed report date
      *(today by default) sets each department's net sales - sales
      *less refunds off SALESDTL.DAT, with the lines of voided sales
      *backed out using the journal's V records - against the daily
      *sales budget on BUDGET.DAT, for the day, the week to date
      *(weeks start on a Monday) and the month to date: budget,
      *actual, variance in dollars and as a percentage of budget,
      *then the store total. PeriodCompare sets one period against
      *another; this is the plan against what actually rang.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetReport.

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
      *    The daily sales budget, keyed by date and department
           SELECT Budget-File ASSIGN TO "BUDGET.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BDG-Key
           FILE STATUS IS WS-Budget-Status.
      *    Department master, walked in code order for the rows
           SELECT Dept-File ASSIGN TO "DEPTMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPT-Code
           FILE STATUS IS WS-Dept-Status.
      *    The report this program produces
           SELECT Budget-Report-File ASSIGN TO "BUDRPT.TXT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Sales-Detail-File.
           COPY "SalesDetailRecord.cpy".

       FD  Txn-Journal-File.
           COPY "TxnJournalRecord.cpy".

       FD  Budget-File.
           COPY "BudgetRecord.cpy".

       FD  Dept-File.
           COPY "DeptRecord.cpy".

       FD  Budget-Report-File.
       01  Report-Line-Record PIC X(100).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Sales-Detail-Status PIC X(02).
           88 WS-Sales-Detail-OK VALUE "00".
       01  WS-Txn-Journal-Status PIC X(02).
           88 WS-Txn-Journal-OK VALUE "00".
       01  WS-Budget-Status PIC X(02).
           88 WS-Budget-OK VALUE "00".
       01  WS-Dept-Status PIC X(02).
           88 WS-Dept-OK VALUE "00".
      *"Y" once each walk runs out of records
       01  WS-Detail-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Detail-EOF VALUE "Y".
       01  WS-Journal-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Journal-EOF VALUE "Y".
       01  WS-Budget-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Budget-EOF VALUE "Y".
       01  WS-Dept-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Dept-EOF VALUE "Y".

      *The report date and where its week and month begin
       01  WS-Period-Dates.
           05 WS-Report-Date PIC X(10) VALUE SPACES.
           05 WS-Week-Start PIC X(10) VALUE SPACES.
           05 WS-Month-Start PIC X(10) VALUE SPACES.
      *    The earlier of the two - nothing before it counts
           05 WS-Earliest-Date PIC X(10) VALUE SPACES.

      *Sales voided after the fact - backed out of the actuals
       01  WS-Void-Table.
           05 WS-Void-Count PIC 9(04) COMP VALUE 0.
           05 WS-Void-Max PIC 9(04) COMP VALUE 2000.
           05 WS-Void-Txn PIC 9(10) OCCURS 2000 TIMES.
           05 VD PIC 9(04) COMP VALUE 0.
           05 WS-Void-Found PIC 9(04) COMP VALUE 0.

      *One row per department - the master's departments in code
      *order, then any code only the sales or budget carry. Period
      *1 is the day, 2 the week to date, 3 the month to date.
       01  WS-Dept-Table.
           05 WS-Dept-Count PIC 9(03) COMP VALUE 0.
           05 WS-Dept-Max PIC 9(03) COMP VALUE 200.
           05 WS-Dept-Entry OCCURS 200 TIMES.
               10 WS-Dpt-Code PIC X(03).
               10 WS-Dpt-Name PIC X(20).
               10 WS-Dpt-Period OCCURS 3 TIMES.
                   15 WS-Dpt-Budget PIC S9(08)V99.
                   15 WS-Dpt-Actual PIC S9(08)V99.
           05 DP PIC 9(03) COMP VALUE 0.
           05 WS-Dept-Found PIC 9(03) COMP VALUE 0.
      *    Lines whose department the table had no room for
           05 WS-Dept-Dropped PIC 9(07) VALUE 0.
      *The code being looked for in the table
       01  WS-Find-Dept-Code PIC X(03) VALUE SPACES.

      *The period being worked or printed, and its titles
       01  PD PIC 9(01) COMP VALUE 0.
       01  WS-Period-Titles.
           05 FILLER PIC X(14) VALUE "Day".
           05 FILLER PIC X(14) VALUE "Week to date".
           05 FILLER PIC X(14) VALUE "Month to date".
       01  WS-Period-Title-Table REDEFINES WS-Period-Titles.
           05 WS-Period-Title PIC X(14) OCCURS 3 TIMES.

      *Store totals for the period being printed
       01  WS-Store-Totals.
           05 WS-Store-Budget PIC S9(09)V99 VALUE 0.
           05 WS-Store-Actual PIC S9(09)V99 VALUE 0.
      *The row being printed
       01  WS-Row-Work.
           05 WS-Row-Name PIC X(20) VALUE SPACES.
           05 WS-Row-Budget PIC S9(09)V99 VALUE 0.
           05 WS-Row-Actual PIC S9(09)V99 VALUE 0.
           05 WS-Row-Variance PIC S9(09)V99 VALUE 0.
           05 WS-Row-Variance-Pct PIC S9(05)V9 VALUE 0.
      *The signed amount of one sales line
       01  WS-Line-Amount PIC S9(07)V99 VALUE 0.

      *Date arithmetic scratch
       01  WS-Date-Work.
           05 WS-Date-Digits PIC 9(08) VALUE 0.
           05 WS-Date-Integer PIC 9(08) VALUE 0.
      *Edited figures for the report lines
       01  WS-Disp-Budget-Fields.
           05 WS-Disp-Budget PIC -$$$,$$$,$$9.99.
           05 WS-Disp-Actual PIC -$$$,$$$,$$9.99.
           05 WS-Disp-Variance PIC -$$$,$$$,$$9.99.
           05 WS-Disp-Variance-Pct PIC -ZZZZ9.9.
           05 WS-Disp-Count PIC Z,ZZZ,ZZ9.
      *Today's date
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Key the date, gather, print
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.

           DISPLAY "Report date (yyyy/mm/dd, blank=today):".
           ACCEPT WS-Report-Date.
           IF WS-Report-Date = SPACES THEN
               MOVE WS-Date TO WS-Report-Date
           END-IF.
           IF WS-Report-Date(1:4) IS NOT NUMERIC
                   OR WS-Report-Date(5:1) NOT = "/"
                   OR WS-Report-Date(6:2) IS NOT NUMERIC
                   OR WS-Report-Date(8:1) NOT = "/"
                   OR WS-Report-Date(9:2) IS NOT NUMERIC THEN
               DISPLAY "Date must be yyyy/mm/dd - " WS-Report-Date
               STOP RUN
           END-IF.

           PERFORM Set-Period-Dates-Section.
           PERFORM Load-Depts-Section.
           PERFORM Load-Voids-Section.
           PERFORM Total-Sales-Section.
           PERFORM Total-Budgets-Section.
           PERFORM Print-Report-Section.

           DISPLAY "Budget versus actual written to BUDRPT.TXT".
           STOP RUN.

       Set-Period-Dates-Section SECTION. *> Monday, and the 1st
           MOVE WS-Report-Date(1:8) TO WS-Month-Start.
           MOVE "01" TO WS-Month-Start(9:2).

      *    Day 1 of the calendar the date functions count from
      *    (1601/01/01) was a Monday, so the days since the last
      *    Monday are the day number less one, mod 7
           MOVE WS-Report-Date(1:4) TO WS-Date-Digits(1:4).
           MOVE WS-Report-Date(6:2) TO WS-Date-Digits(5:2).
           MOVE WS-Report-Date(9:2) TO WS-Date-Digits(7:2).
           COMPUTE WS-Date-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Date-Digits).
           COMPUTE WS-Date-Integer = WS-Date-Integer
               - FUNCTION MOD(WS-Date-Integer - 1, 7).
           COMPUTE WS-Date-Digits =
               FUNCTION DATE-OF-INTEGER(WS-Date-Integer).
           MOVE WS-Date-Digits(1:4) TO WS-Week-Start(1:4).
           MOVE "/" TO WS-Week-Start(5:1).
           MOVE WS-Date-Digits(5:2) TO WS-Week-Start(6:2).
           MOVE "/" TO WS-Week-Start(8:1).
           MOVE WS-Date-Digits(7:2) TO WS-Week-Start(9:2).

           IF WS-Week-Start < WS-Month-Start THEN
               MOVE WS-Week-Start TO WS-Earliest-Date
           ELSE
               MOVE WS-Month-Start TO WS-Earliest-Date
           END-IF.

       Load-Depts-Section SECTION. *> The master's rows, code order
           OPEN INPUT Dept-File.
           IF NOT WS-Dept-OK THEN
               EXIT SECTION
           END-IF.
           MOVE LOW-VALUES TO DPT-Code.
           START Dept-File KEY NOT < DPT-Code
               INVALID KEY
                   SET WS-Dept-EOF TO TRUE
           END-START.
           PERFORM Load-One-Dept-Section
               UNTIL WS-Dept-EOF.
           CLOSE Dept-File.

       Load-One-Dept-Section SECTION. *> One department row
           READ Dept-File NEXT RECORD
               AT END
                   SET WS-Dept-EOF TO TRUE
           END-READ.
           IF WS-Dept-EOF THEN
               EXIT SECTION
           END-IF.
           MOVE DPT-Code TO WS-Find-Dept-Code.
           PERFORM Find-Dept-Row-Section.
           IF WS-Dept-Found > 0 THEN
               MOVE DPT-Name TO WS-Dpt-Name(WS-Dept-Found)
           END-IF.

       Find-Dept-Row-Section SECTION. *> The code's row, made if new
           MOVE 0 TO WS-Dept-Found.
           PERFORM Match-One-Dept-Section
               VARYING DP FROM 1 BY 1 UNTIL DP > WS-Dept-Count.
           IF WS-Dept-Found = 0 AND WS-Dept-Count < WS-Dept-Max THEN
               ADD 1 TO WS-Dept-Count
               MOVE WS-Dept-Count TO WS-Dept-Found
               MOVE WS-Find-Dept-Code TO WS-Dpt-Code(WS-Dept-Found)
               IF WS-Find-Dept-Code = SPACES THEN
                   MOVE "(no department)"
                       TO WS-Dpt-Name(WS-Dept-Found)
               ELSE
                   MOVE "(not on master)"
                       TO WS-Dpt-Name(WS-Dept-Found)
               END-IF
               PERFORM Clear-One-Period-Section
                   VARYING PD FROM 1 BY 1 UNTIL PD > 3
           END-IF.

       Match-One-Dept-Section SECTION. *> Try one department row
           IF WS-Dpt-Code(DP) = WS-Find-Dept-Code THEN
               MOVE DP TO WS-Dept-Found
           END-IF.

       Clear-One-Period-Section SECTION. *> A new row starts at zero
           MOVE 0 TO WS-Dpt-Budget(WS-Dept-Found, PD).
           MOVE 0 TO WS-Dpt-Actual(WS-Dept-Found, PD).

       Load-Voids-Section SECTION. *> Every sale voided in the month
           OPEN INPUT Txn-Journal-File.
           IF NOT WS-Txn-Journal-OK THEN
               EXIT SECTION
           END-IF.
      *    A void is recorded after its sale, so one recorded before
      *    the month began can't touch these figures - the walk
      *    starts at the month's first day on the date key.
           MOVE WS-Earliest-Date TO TJR-Date.
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
                           AND TJR-Date NOT < WS-Earliest-Date
                           AND WS-Void-Count < WS-Void-Max THEN
                       ADD 1 TO WS-Void-Count
                       MOVE TJR-Void-Ref TO WS-Void-Txn(WS-Void-Count)
                   END-IF
           END-READ.

       Total-Sales-Section SECTION. *> Net sales into the periods
           OPEN INPUT Sales-Detail-File.
           IF NOT WS-Sales-Detail-OK THEN
               DISPLAY "No sales detail (SALESDTL.DAT) - actuals "
                   "will show as zero"
               EXIT SECTION
           END-IF.
           MOVE WS-Earliest-Date TO SDT-Date.
           START Sales-Detail-File KEY IS NOT < SDT-Date
               INVALID KEY
                   SET WS-Detail-EOF TO TRUE
           END-START.
           PERFORM Total-One-Line-Section
               UNTIL WS-Detail-EOF.
           CLOSE Sales-Detail-File.

       Total-One-Line-Section SECTION. *> One line, signed, added in
           READ Sales-Detail-File NEXT RECORD
               AT END
                   SET WS-Detail-EOF TO TRUE
           END-READ.
           IF WS-Detail-EOF THEN
               EXIT SECTION
           END-IF.
           IF SDT-Date > WS-Report-Date THEN
      *        Past the report day's last line
               SET WS-Detail-EOF TO TRUE
               EXIT SECTION
           END-IF.
           IF SDT-Date < WS-Earliest-Date THEN
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-Void-Found.
           PERFORM Match-One-Void-Section
               VARYING VD FROM 1 BY 1 UNTIL VD > WS-Void-Count.
           IF WS-Void-Found > 0 THEN
               EXIT SECTION
           END-IF.
      *    Returned empties paid back a deposit - no department's
      *    sales
           IF SDT-Txn-Type = "C" THEN
               EXIT SECTION
           END-IF.

           IF SDT-Txn-Type = "R" THEN
               COMPUTE WS-Line-Amount = 0 - SDT-Line-Total
           ELSE
               MOVE SDT-Line-Total TO WS-Line-Amount
           END-IF.
           MOVE SDT-Dept TO WS-Find-Dept-Code.
           PERFORM Find-Dept-Row-Section.
           IF WS-Dept-Found = 0 THEN
               ADD 1 TO WS-Dept-Dropped
               EXIT SECTION
           END-IF.

           IF SDT-Date = WS-Report-Date THEN
               ADD WS-Line-Amount TO WS-Dpt-Actual(WS-Dept-Found, 1)
           END-IF.
           IF SDT-Date NOT < WS-Week-Start THEN
               ADD WS-Line-Amount TO WS-Dpt-Actual(WS-Dept-Found, 2)
           END-IF.
           IF SDT-Date NOT < WS-Month-Start THEN
               ADD WS-Line-Amount TO WS-Dpt-Actual(WS-Dept-Found, 3)
           END-IF.

       Match-One-Void-Section SECTION. *> Try one voided number
           IF WS-Void-Txn(VD) = SDT-Txn-Number THEN
               MOVE VD TO WS-Void-Found
           END-IF.

       Total-Budgets-Section SECTION. *> Budgets into the periods
           OPEN INPUT Budget-File.
           IF NOT WS-Budget-OK THEN
               DISPLAY "No sales budget (BUDGET.DAT) - budgets "
                   "will show as zero"
               EXIT SECTION
           END-IF.
           MOVE WS-Earliest-Date TO BDG-Date.
           MOVE LOW-VALUES TO BDG-Dept-Code.
           START Budget-File KEY NOT < BDG-Key
               INVALID KEY
                   SET WS-Budget-EOF TO TRUE
           END-START.
           PERFORM Total-One-Budget-Section
               UNTIL WS-Budget-EOF.
           CLOSE Budget-File.

       Total-One-Budget-Section SECTION. *> One day's plan added in
           READ Budget-File NEXT RECORD
               AT END
                   SET WS-Budget-EOF TO TRUE
           END-READ.
           IF WS-Budget-EOF THEN
               EXIT SECTION
           END-IF.
      *    Date-first key - past the report date nothing more counts
           IF BDG-Date > WS-Report-Date THEN
               SET WS-Budget-EOF TO TRUE
               EXIT SECTION
           END-IF.
           MOVE BDG-Dept-Code TO WS-Find-Dept-Code.
           PERFORM Find-Dept-Row-Section.
           IF WS-Dept-Found = 0 THEN
               ADD 1 TO WS-Dept-Dropped
               EXIT SECTION
           END-IF.

           IF BDG-Date = WS-Report-Date THEN
               ADD BDG-Amount TO WS-Dpt-Budget(WS-Dept-Found, 1)
           END-IF.
           IF BDG-Date NOT < WS-Week-Start THEN
               ADD BDG-Amount TO WS-Dpt-Budget(WS-Dept-Found, 2)
           END-IF.
           IF BDG-Date NOT < WS-Month-Start THEN
               ADD BDG-Amount TO WS-Dpt-Budget(WS-Dept-Found, 3)
           END-IF.

       Print-Report-Section SECTION. *> Heading, then three blocks
           OPEN OUTPUT Budget-Report-File.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Budget Versus Actual       " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Report date " DELIMITED BY SIZE
                  WS-Report-Date DELIMITED BY SIZE
                  ", week from " DELIMITED BY SIZE
                  WS-Week-Start DELIMITED BY SIZE
                  ", month from " DELIMITED BY SIZE
                  WS-Month-Start DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.

           PERFORM Print-One-Period-Section
               VARYING PD FROM 1 BY 1 UNTIL PD > 3.

           IF WS-Dept-Dropped > 0 THEN
      *        More department codes than the table holds - the
      *        store totals above are short by these lines
               MOVE WS-Dept-Dropped TO WS-Disp-Count
               MOVE SPACES TO Report-Line-Record
               STRING "Lines not counted (department table full): "
                          DELIMITED BY SIZE
                      WS-Disp-Count DELIMITED BY SIZE
                   INTO Report-Line-Record
               WRITE Report-Line-Record
               DISPLAY Report-Line-Record
           END-IF.
           CLOSE Budget-Report-File.

       Print-One-Period-Section SECTION. *> One period's block
           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Period-Title(PD) TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Dept Name                         Budget"
                      DELIMITED BY SIZE
                  "          Actual        Variance    Var %"
                      DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

           MOVE 0 TO WS-Store-Budget.
           MOVE 0 TO WS-Store-Actual.
           PERFORM Print-One-Dept-Section
               VARYING DP FROM 1 BY 1 UNTIL DP > WS-Dept-Count.

           MOVE "----------------------------------------"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "Store total" TO WS-Row-Name.
           MOVE WS-Store-Budget TO WS-Row-Budget.
           MOVE WS-Store-Actual TO WS-Row-Actual.
           MOVE SPACES TO WS-Find-Dept-Code.
           PERFORM Print-Row-Section.
           DISPLAY WS-Period-Title(PD) " " Report-Line-Record.

       Print-One-Dept-Section SECTION. *> One department's row
      *    Nothing planned and nothing sold - no row to read
           IF WS-Dpt-Budget(DP, PD) = 0
                   AND WS-Dpt-Actual(DP, PD) = 0 THEN
               EXIT SECTION
           END-IF.
           ADD WS-Dpt-Budget(DP, PD) TO WS-Store-Budget.
           ADD WS-Dpt-Actual(DP, PD) TO WS-Store-Actual.
           MOVE WS-Dpt-Code(DP) TO WS-Find-Dept-Code.
           MOVE WS-Dpt-Name(DP) TO WS-Row-Name.
           MOVE WS-Dpt-Budget(DP, PD) TO WS-Row-Budget.
           MOVE WS-Dpt-Actual(DP, PD) TO WS-Row-Actual.
           PERFORM Print-Row-Section.

       Print-Row-Section SECTION. *> Budget, actual, variance line
           COMPUTE WS-Row-Variance = WS-Row-Actual - WS-Row-Budget.
           MOVE WS-Row-Budget TO WS-Disp-Budget.
           MOVE WS-Row-Actual TO WS-Disp-Actual.
           MOVE WS-Row-Variance TO WS-Disp-Variance.
           MOVE SPACES TO Report-Line-Record.
           STRING WS-Find-Dept-Code DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Row-Name DELIMITED BY SIZE
                  WS-Disp-Budget DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Actual DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Variance DELIMITED BY SIZE
               INTO Report-Line-Record.
      *    No budget to measure against - the percentage is left off
      *    rather than shown as a divide by zero
           IF WS-Row-Budget NOT = 0 THEN
               COMPUTE WS-Row-Variance-Pct ROUNDED =
                   WS-Row-Variance * 100 / WS-Row-Budget
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-Row-Variance-Pct
               END-COMPUTE
               MOVE WS-Row-Variance-Pct TO WS-Disp-Variance-Pct
               MOVE WS-Disp-Variance-Pct TO Report-Line-Record(74:8)
           END-IF.
           WRITE Report-Line-Record.
       END PROGRAM BudgetReport.
