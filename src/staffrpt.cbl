      *Monthly staff purchase report for the store manager: every
      *sale rung on a staff card in the month keyed, totalled per
      *employee - how much they bought, how much of it took the staff
      *discount and what the discount came to - with where each
      *employee stands against the yearly allowance, so whoever has
      *run into the cap is plain to see instead of hiding among the
      *ordinary discounts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StaffPurchaseReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Staff purchases, one record per sale on a staff card
           SELECT Staff-Purchase-File ASSIGN TO "STAFFPUR.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Staff-Purchase-Status.
      *    Work file the month's purchases are put in employee order on
           SELECT Staff-Sort-File ASSIGN TO "STAFSORT.TMP".
      *    The report this program produces
           SELECT Staff-Report-File ASSIGN TO "STAFFRPT.TXT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Staff-Purchase-File.
           COPY "StaffPurchaseRecord.cpy".

      *One of the month's purchases, in employee order
       SD  Staff-Sort-File.
       01  Staff-Sort-Record.
           05 SSR-Holder-Name PIC X(45).
           05 SSR-Card-Masked PIC X(16).
           05 SSR-Date PIC X(10).
           05 SSR-Time PIC X(08).
           05 SSR-Txn-Number PIC 9(10).
           05 SSR-Gross PIC 9(07)V99.
           05 SSR-Disc-Base PIC 9(07)V99.
           05 SSR-Discount PIC 9(06)V99.
           05 SSR-Spend-YTD PIC 9(07)V99.
           05 SSR-Annual-Cap PIC 9(07)V99.
           05 SSR-Capped-Flag PIC X(01).
               88 SSR-Was-Capped VALUE "Y".

       FD  Staff-Report-File.
       01  Report-Line-Record PIC X(110).

       WORKING-STORAGE SECTION.
      *File status for the staff purchase file ("00" = OK)
       01  WS-Staff-Purchase-Status PIC X(02).
           88 WS-Staff-Purchase-OK VALUE "00".
      *"Y" once each walk runs out of records
       01  WS-Purchase-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Purchase-EOF VALUE "Y".
       01  WS-Sort-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Sort-EOF VALUE "Y".
      *The month reported on, as keyed (yyyy/mm)
       01  WS-Report-Month PIC X(07) VALUE SPACES.
      *The employee whose purchases are being totalled
       01  WS-Current-Employee.
           05 WS-Current-Name PIC X(45) VALUE SPACES.
           05 WS-Current-Card PIC X(16) VALUE SPACES.
      *"Y" once the first employee's figures are being gathered
       01  WS-Employee-Open-Flag PIC X(01) VALUE "N".
           88 WS-Employee-Open VALUE "Y".
      *One employee's month, and the store's
       01  WS-Staff-Totals.
           05 WS-Emp-Purchases PIC 9(05) VALUE 0.
           05 WS-Emp-Gross PIC 9(08)V99 VALUE 0.
           05 WS-Emp-Disc-Base PIC 9(08)V99 VALUE 0.
           05 WS-Emp-Discount PIC 9(07)V99 VALUE 0.
      *    Where the latest purchase left the year's allowance
           05 WS-Emp-Spend-YTD PIC 9(07)V99 VALUE 0.
           05 WS-Emp-Annual-Cap PIC 9(07)V99 VALUE 0.
           05 WS-Emp-Capped-Flag PIC X(01) VALUE "N".
               88 WS-Emp-Capped VALUE "Y".
           05 WS-Tot-Employees PIC 9(05) VALUE 0.
           05 WS-Tot-Purchases PIC 9(06) VALUE 0.
           05 WS-Tot-Gross PIC 9(09)V99 VALUE 0.
           05 WS-Tot-Discount PIC 9(08)V99 VALUE 0.
           05 WS-Tot-At-Cap PIC 9(05) VALUE 0.
      *Edited figures for the report lines
       01  WS-Disp-Staff-Fields.
           05 WS-Disp-Count PIC ZZ,ZZ9.
           05 WS-Disp-Gross PIC $$$,$$$,$$9.99.
           05 WS-Disp-Base PIC $$$,$$$,$$9.99.
           05 WS-Disp-Discount PIC $$,$$$,$$9.99.
           05 WS-Disp-YTD PIC $$,$$$,$$9.99.
           05 WS-Disp-Cap PIC $$,$$$,$$9.99.
      *"AT CAP" beside an employee whose allowance ran out
       01  WS-Cap-Note PIC X(06) VALUE SPACES.
      *Today's date, for the heading and the default month
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Key the month, sort, print
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.

           DISPLAY "Report month (yyyy/mm, blank=this month):".
           ACCEPT WS-Report-Month.
           IF WS-Report-Month = SPACES THEN
               MOVE WS-Date(1:7) TO WS-Report-Month
           END-IF.
           IF WS-Report-Month(1:4) IS NOT NUMERIC
                   OR WS-Report-Month(5:1) NOT = "/"
                   OR WS-Report-Month(6:2) IS NOT NUMERIC THEN
               DISPLAY "Month must be yyyy/mm - " WS-Report-Month
               STOP RUN
           END-IF.

           OPEN INPUT Staff-Purchase-File.
           IF NOT WS-Staff-Purchase-OK THEN
               DISPLAY "No staff purchase file (STAFFPUR.DAT) to "
                   "report on"
               STOP RUN
           END-IF.
           SORT Staff-Sort-File
               ON ASCENDING KEY SSR-Holder-Name SSR-Card-Masked
                                SSR-Date SSR-Time
               INPUT PROCEDURE IS Release-Purchases-Section
               OUTPUT PROCEDURE IS Print-Report-Section.
           CLOSE Staff-Purchase-File.
           DISPLAY "Staff purchase report written to STAFFRPT.TXT".
           STOP RUN.

       Release-Purchases-Section SECTION. *> The month's purchases in
           PERFORM Release-One-Purchase-Section
               UNTIL WS-Purchase-EOF.

       Release-One-Purchase-Section SECTION. *> One, if in the month
           READ Staff-Purchase-File
               AT END
                   SET WS-Purchase-EOF TO TRUE
               NOT AT END
                   IF STP-Date(1:7) = WS-Report-Month THEN
                       MOVE STP-Holder-Name TO SSR-Holder-Name
                       MOVE STP-Card-Masked TO SSR-Card-Masked
                       MOVE STP-Date TO SSR-Date
                       MOVE STP-Time TO SSR-Time
                       MOVE STP-Txn-Number TO SSR-Txn-Number
                       MOVE STP-Gross TO SSR-Gross
                       MOVE STP-Disc-Base TO SSR-Disc-Base
                       MOVE STP-Discount TO SSR-Discount
                       MOVE STP-Spend-YTD TO SSR-Spend-YTD
                       MOVE STP-Annual-Cap TO SSR-Annual-Cap
                       MOVE STP-Capped-Flag TO SSR-Capped-Flag
                       RELEASE Staff-Sort-Record
                   END-IF
           END-READ.

       Print-Report-Section SECTION. *> Employees in turn, then totals
           OPEN OUTPUT Staff-Report-File.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Staff Purchases For " DELIMITED BY SIZE
                  WS-Report-Month DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Employee" DELIMITED BY SIZE
                  "                       Card" DELIMITED BY SIZE
                  "              Buys" DELIMITED BY SIZE
                  "          Spent" DELIMITED BY SIZE
                  "     Discounted" DELIMITED BY SIZE
                  "      Discount" DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

           PERFORM Gather-One-Purchase-Section
               UNTIL WS-Sort-EOF.
      *    The last employee has no following one to close them off
           IF WS-Employee-Open THEN
               PERFORM Print-Employee-Section
           END-IF.

           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           IF WS-Tot-Employees = 0 THEN
               MOVE "(no staff purchases in the month)"
                   TO Report-Line-Record
               WRITE Report-Line-Record
           END-IF.
           MOVE WS-Tot-Purchases TO WS-Disp-Count.
           MOVE WS-Tot-Gross TO WS-Disp-Gross.
           MOVE WS-Tot-Discount TO WS-Disp-Discount.
           MOVE SPACES TO Report-Line-Record.
           STRING "Staff purchases: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  "  spent: " DELIMITED BY SIZE
                  WS-Disp-Gross DELIMITED BY SIZE
                  "  discount given: " DELIMITED BY SIZE
                  WS-Disp-Discount DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.
           MOVE WS-Tot-At-Cap TO WS-Disp-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "Employees who reached the yearly cap: "
                      DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.
           CLOSE Staff-Report-File.

       Gather-One-Purchase-Section SECTION. *> One purchase, totalled
           RETURN Staff-Sort-File
               AT END
                   SET WS-Sort-EOF TO TRUE
           END-RETURN.
           IF WS-Sort-EOF THEN
               EXIT SECTION
           END-IF.

           IF SSR-Holder-Name NOT = WS-Current-Name
                   OR SSR-Card-Masked NOT = WS-Current-Card THEN
               IF WS-Employee-Open THEN
                   PERFORM Print-Employee-Section
               END-IF
               MOVE SSR-Holder-Name TO WS-Current-Name
               MOVE SSR-Card-Masked TO WS-Current-Card
               MOVE 0 TO WS-Emp-Purchases
               MOVE 0 TO WS-Emp-Gross
               MOVE 0 TO WS-Emp-Disc-Base
               MOVE 0 TO WS-Emp-Discount
               MOVE "N" TO WS-Emp-Capped-Flag
               SET WS-Employee-Open TO TRUE
           END-IF.

           ADD 1 TO WS-Emp-Purchases.
           ADD SSR-Gross TO WS-Emp-Gross.
           ADD SSR-Disc-Base TO WS-Emp-Disc-Base.
           ADD SSR-Discount TO WS-Emp-Discount.
      *    Purchases come in date order - the last one seen is where
      *    the allowance stands
           MOVE SSR-Spend-YTD TO WS-Emp-Spend-YTD.
           MOVE SSR-Annual-Cap TO WS-Emp-Annual-Cap.
           IF SSR-Was-Capped THEN
               SET WS-Emp-Capped TO TRUE
           END-IF.

       Print-Employee-Section SECTION. *> One employee's month
           MOVE WS-Emp-Purchases TO WS-Disp-Count.
           MOVE WS-Emp-Gross TO WS-Disp-Gross.
           MOVE WS-Emp-Disc-Base TO WS-Disp-Base.
           MOVE WS-Emp-Discount TO WS-Disp-Discount.
           MOVE SPACES TO Report-Line-Record.
           STRING WS-Current-Name(1:30) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Current-Card DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Gross DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Base DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Discount DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

      *    The allowance line - the cap as it stood at the employee's
      *    last purchase this month
           MOVE SPACES TO WS-Cap-Note.
           IF WS-Emp-Capped
                   OR WS-Emp-Spend-YTD NOT < WS-Emp-Annual-Cap THEN
               MOVE "AT CAP" TO WS-Cap-Note
               ADD 1 TO WS-Tot-At-Cap
           END-IF.
           MOVE WS-Emp-Spend-YTD TO WS-Disp-YTD.
           MOVE WS-Emp-Annual-Cap TO WS-Disp-Cap.
           MOVE SPACES TO Report-Line-Record.
           STRING "    Discounted spend this year " DELIMITED BY SIZE
                  WS-Disp-YTD DELIMITED BY SIZE
                  " of cap " DELIMITED BY SIZE
                  WS-Disp-Cap DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Cap-Note DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

           ADD 1 TO WS-Tot-Employees.
           ADD WS-Emp-Purchases TO WS-Tot-Purchases.
           ADD WS-Emp-Gross TO WS-Tot-Gross.
           ADD WS-Emp-Discount TO WS-Tot-Discount.
       END PROGRAM StaffPurchaseReport.
