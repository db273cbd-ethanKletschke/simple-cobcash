      *Container deposit reconciliation: day by day over a keyed
      *period, every deposit code's units sold and deposits collected
      *(deposit lines rung at the till, less any refunded with their
      *goods) against the empties brought back and the deposits paid
      *out on them - in cash from the drawer, or as credit off a
      *sale. The units returned are what the bottle distributor
      *collects from the store, so each day's count lines up against
      *the distributor's pickup slip. Transactions voided since are
      *left out altogether. Deposit codes are every code an item on
      *ITEMMSTR.DAT rings as its linked companion.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContainerDepositReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The transaction journal - voids, and whether each empties
      *    return was paid in cash or taken as credit
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           FILE STATUS IS WS-Txn-Journal-Status.
      *    The sales detail, read in date order across the period
           SELECT Sales-Detail-File ASSIGN TO "SALESDTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDT-Key
           ALTERNATE RECORD KEY IS SDT-Date WITH DUPLICATES
           FILE STATUS IS WS-Sales-Detail-Status.
      *    Item master file, read end to end for the deposit codes
           SELECT Item-Master-File ASSIGN TO "ITEMMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ITM-Item-Code
           FILE STATUS IS WS-Item-Master-Status.
      *    The reconciliation this program produces
           SELECT Ctnr-Report-File ASSIGN TO "CTNRRPT.TXT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Txn-Journal-File.
           COPY "TxnJournalRecord.cpy".

       FD  Sales-Detail-File.
           COPY "SalesDetailRecord.cpy".

       FD  Item-Master-File.
           COPY "ItemMasterRecord.cpy".

       FD  Ctnr-Report-File.
       01  Report-Line-Record PIC X(80).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Txn-Journal-Status PIC X(02).
           88 WS-Txn-Journal-OK VALUE "00".
       01  WS-Sales-Detail-Status PIC X(02).
           88 WS-Sales-Detail-OK VALUE "00".
       01  WS-Item-Master-Status PIC X(02).
           88 WS-Item-Master-OK VALUE "00".
      *"Y" while the journal is open - its status no longer says so
      *once the void walk has read it to the end
       01  WS-Journal-Opened-Flag PIC X(01) VALUE "N".
           88 WS-Journal-Opened VALUE "Y".
      *"Y" once each walk runs out of records
       01  WS-Journal-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Journal-EOF VALUE "Y".
       01  WS-Detail-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Detail-EOF VALUE "Y".
       01  WS-Item-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Item-EOF VALUE "Y".
      *The period, as keyed
       01  WS-Period.
           05 WS-Period-From PIC X(10) VALUE SPACES.
           05 WS-Period-To PIC X(10) VALUE SPACES.
      *Transactions voided since the period opened
       01  WS-Void-Table.
           05 WS-Void-Count PIC 9(04) COMP VALUE 0.
           05 WS-Void-Max PIC 9(04) COMP VALUE 2000.
           05 WS-Void-Ref PIC 9(10) OCCURS 2000 TIMES.
           05 VD PIC 9(04) COMP VALUE 0.
       01  WS-Voided-Flag PIC X(01) VALUE "N".
           88 WS-Txn-Voided VALUE "Y".
       01  WS-Overflow-Flag PIC X(01) VALUE "N".
           88 WS-Overflowed VALUE "Y".
      *The deposit codes, each with its day's figures and the
      *period's running totals - units and money both
       01  WS-Deposit-Codes.
           05 WS-Dpc-Count PIC 9(03) COMP VALUE 0.
           05 WS-Dpc-Max PIC 9(03) COMP VALUE 50.
           05 WS-Dpc-Entry OCCURS 50 TIMES.
               10 WS-Dpc-Code PIC X(10).
               10 WS-Dpc-Name PIC X(20).
               10 WS-Dpc-Day-Sold PIC S9(07)V99.
               10 WS-Dpc-Day-Collected PIC S9(08)V99.
               10 WS-Dpc-Day-Back PIC S9(07)V99.
               10 WS-Dpc-Day-Refunded PIC S9(08)V99.
               10 WS-Dpc-Per-Sold PIC S9(07)V99.
               10 WS-Dpc-Per-Collected PIC S9(08)V99.
               10 WS-Dpc-Per-Back PIC S9(07)V99.
               10 WS-Dpc-Per-Refunded PIC S9(08)V99.
           05 DPC PIC 9(03) COMP VALUE 0.
           05 WS-Dpc-Found PIC 9(03) COMP VALUE 0.
           05 WS-Dpc-Cur-Code PIC X(10) VALUE SPACES.
      *The day being gathered, and whether anything landed in it
       01  WS-Cur-Day PIC X(10) VALUE SPACES.
       01  WS-Day-Used-Flag PIC X(01) VALUE "N".
           88 WS-Day-Used VALUE "Y".
      *The empties return last looked up on the journal, so a
      *return's second and later lines don't read it again
       01  WS-Last-Return.
           05 WS-Last-Return-Txn PIC 9(10) VALUE 0.
           05 WS-Last-Return-Tender PIC X(04) VALUE SPACES.
      *How the day's and the period's deposits went back
       01  WS-Ctnr-Totals.
           05 WS-Day-Collected PIC S9(08)V99 VALUE 0.
           05 WS-Day-Cash-Back PIC S9(08)V99 VALUE 0.
           05 WS-Day-Credit-Back PIC S9(08)V99 VALUE 0.
           05 WS-Per-Collected PIC S9(09)V99 VALUE 0.
           05 WS-Per-Cash-Back PIC S9(09)V99 VALUE 0.
           05 WS-Per-Credit-Back PIC S9(09)V99 VALUE 0.
           05 WS-Per-Days PIC 9(05) VALUE 0.
           05 WS-Net-Held PIC S9(09)V99 VALUE 0.
      *One code's line being laid out
       01  WS-Line-Figures.
           05 WS-Line-Sold PIC S9(07)V99 VALUE 0.
           05 WS-Line-Collected PIC S9(08)V99 VALUE 0.
           05 WS-Line-Back PIC S9(07)V99 VALUE 0.
           05 WS-Line-Refunded PIC S9(08)V99 VALUE 0.
      *Edited figures for the report lines
       01  WS-Disp-Ctnr-Fields.
           05 WS-Disp-Sold PIC ZZZZ9.99-.
           05 WS-Disp-Collected PIC $$$,$$9.99-.
           05 WS-Disp-Back PIC ZZZZ9.99-.
           05 WS-Disp-Refunded PIC $$$,$$9.99-.
           05 WS-Disp-Amount PIC $$,$$$,$$9.99-.
           05 WS-Disp-Days PIC ZZ,ZZ9.
      *Today's date, for the default period end
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Key the period, walk it, print
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.

           DISPLAY "Period from (yyyy/mm/dd):".
           ACCEPT WS-Period-From.
           DISPLAY "Period to (yyyy/mm/dd, blank=today):".
           ACCEPT WS-Period-To.
           IF WS-Period-To = SPACES THEN
               MOVE WS-Date TO WS-Period-To
           END-IF.
           IF WS-Period-From(1:4) IS NOT NUMERIC
                   OR WS-Period-From(5:1) NOT = "/"
                   OR WS-Period-From(6:2) IS NOT NUMERIC
                   OR WS-Period-From(8:1) NOT = "/"
                   OR WS-Period-From(9:2) IS NOT NUMERIC
                   OR WS-Period-To(1:4) IS NOT NUMERIC
                   OR WS-Period-To(5:1) NOT = "/"
                   OR WS-Period-To(6:2) IS NOT NUMERIC
                   OR WS-Period-To(8:1) NOT = "/"
                   OR WS-Period-To(9:2) IS NOT NUMERIC THEN
               DISPLAY "Dates must be yyyy/mm/dd"
               STOP RUN
           END-IF.
           IF WS-Period-To < WS-Period-From THEN
               DISPLAY "Period ends before it starts"
               STOP RUN
           END-IF.

           OPEN INPUT Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "No item master file (ITEMMSTR.DAT) to take "
                   "the deposit codes from"
               STOP RUN
           END-IF.
           PERFORM Load-One-Deposit-Code-Section
               UNTIL WS-Item-EOF.
           CLOSE Item-Master-File.
           IF WS-Dpc-Count = 0 THEN
               DISPLAY "No item carries a linked deposit code"
               STOP RUN
           END-IF.

           OPEN INPUT Sales-Detail-File.
           IF NOT WS-Sales-Detail-OK THEN
               DISPLAY "No sales detail file (SALESDTL.DAT) to "
                   "report on"
               STOP RUN
           END-IF.
           OPEN INPUT Txn-Journal-File.
           IF WS-Txn-Journal-OK THEN
               SET WS-Journal-Opened TO TRUE
           END-IF.
           PERFORM Load-Voids-Section.

           OPEN OUTPUT Ctnr-Report-File.
           PERFORM Print-Heading-Section.

           MOVE WS-Period-From TO SDT-Date.
           START Sales-Detail-File KEY IS NOT < SDT-Date
               INVALID KEY
                   SET WS-Detail-EOF TO TRUE
           END-START.
           PERFORM Tally-One-Line-Section
               UNTIL WS-Detail-EOF.
      *    The last day gathered has had no later date to close it
           IF WS-Day-Used THEN
               PERFORM Print-Day-Section
           END-IF.

           PERFORM Print-Period-Section.
           CLOSE Ctnr-Report-File.

           IF WS-Journal-Opened THEN
               CLOSE Txn-Journal-File
           END-IF.
           CLOSE Sales-Detail-File.
           DISPLAY "Container deposit reconciliation written to "
               "CTNRRPT.TXT".
           STOP RUN.

       Load-One-Deposit-Code-Section SECTION. *> One item's companion
           READ Item-Master-File NEXT RECORD
               AT END
                   SET WS-Item-EOF TO TRUE
               NOT AT END
                   IF ITM-Linked-Code NOT = SPACES THEN
                       MOVE ITM-Linked-Code TO WS-Dpc-Cur-Code
                       PERFORM Find-Deposit-Code-Section
                       IF WS-Dpc-Found = 0
                               AND WS-Dpc-Count < WS-Dpc-Max THEN
                           ADD 1 TO WS-Dpc-Count
                           INITIALIZE WS-Dpc-Entry(WS-Dpc-Count)
                           MOVE ITM-Linked-Code
                               TO WS-Dpc-Code(WS-Dpc-Count)
                       END-IF
                   END-IF
           END-READ.

       Find-Deposit-Code-Section SECTION. *> WS-Dpc-Cur-Code known?
           MOVE 0 TO WS-Dpc-Found.
           PERFORM Match-One-Deposit-Code-Section
               VARYING DPC FROM 1 BY 1 UNTIL DPC > WS-Dpc-Count.

       Match-One-Deposit-Code-Section SECTION. *> Try one table entry
           IF WS-Dpc-Code(DPC) = WS-Dpc-Cur-Code THEN
               MOVE DPC TO WS-Dpc-Found
           END-IF.

       Load-Voids-Section SECTION. *> Everything voided since
      *    A void can land any time after its sale, so the walk runs
      *    from the period's first day to the end of the journal.
           IF NOT WS-Journal-Opened THEN
               EXIT SECTION
           END-IF.
           MOVE WS-Period-From TO TJR-Date.
           START Txn-Journal-File KEY IS NOT < TJR-Date
               INVALID KEY
                   SET WS-Journal-EOF TO TRUE
           END-START.
           PERFORM Load-One-Void-Section
               UNTIL WS-Journal-EOF.

       Load-One-Void-Section SECTION. *> One journal record
           READ Txn-Journal-File NEXT RECORD
               AT END
                   SET WS-Journal-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF TJR-Txn-Type = "V" AND TJR-Void-Ref > 0 THEN
               IF WS-Void-Count < WS-Void-Max THEN
                   ADD 1 TO WS-Void-Count
                   MOVE TJR-Void-Ref TO WS-Void-Ref(WS-Void-Count)
               ELSE
                   SET WS-Overflowed TO TRUE
               END-IF
           END-IF.

       Check-Voided-Section SECTION. *> Is this line's txn voided?
           MOVE "N" TO WS-Voided-Flag.
           PERFORM Match-One-Void-Section
               VARYING VD FROM 1 BY 1
               UNTIL VD > WS-Void-Count OR WS-Txn-Voided.

       Match-One-Void-Section SECTION. *> Try one voided number
           IF WS-Void-Ref(VD) = SDT-Txn-Number THEN
               SET WS-Txn-Voided TO TRUE
           END-IF.

       Tally-One-Line-Section SECTION. *> One detail line
           READ Sales-Detail-File NEXT RECORD
               AT END
                   SET WS-Detail-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF SDT-Date > WS-Period-To THEN
               SET WS-Detail-EOF TO TRUE
               EXIT SECTION
           END-IF.

           MOVE SDT-Item-Code TO WS-Dpc-Cur-Code.
           PERFORM Find-Deposit-Code-Section.
           IF WS-Dpc-Found = 0 THEN
               EXIT SECTION
           END-IF.
           PERFORM Check-Voided-Section.
           IF WS-Txn-Voided THEN
               EXIT SECTION
           END-IF.

      *    The detail runs in date order - a new date means the day
      *    before is complete
           IF SDT-Date NOT = WS-Cur-Day THEN
               IF WS-Day-Used THEN
                   PERFORM Print-Day-Section
               END-IF
               MOVE SDT-Date TO WS-Cur-Day
               SET WS-Day-Used TO TRUE
           END-IF.
           IF WS-Dpc-Name(WS-Dpc-Found) = SPACES THEN
               MOVE SDT-Item-Name TO WS-Dpc-Name(WS-Dpc-Found)
           END-IF.

           EVALUATE SDT-Txn-Type
               WHEN "C"
                   ADD SDT-Qty TO WS-Dpc-Day-Back(WS-Dpc-Found)
                   ADD SDT-Line-Total
                       TO WS-Dpc-Day-Refunded(WS-Dpc-Found)
                   PERFORM Find-Return-Tender-Section
                   IF WS-Last-Return-Tender = "Cash" THEN
                       ADD SDT-Line-Total TO WS-Day-Cash-Back
                   ELSE
                       ADD SDT-Line-Total TO WS-Day-Credit-Back
                   END-IF
               WHEN "R"
      *            Refunded with its goods - the deposit went back
      *            with them, and the container never left
                   SUBTRACT SDT-Qty FROM WS-Dpc-Day-Sold(WS-Dpc-Found)
                   SUBTRACT SDT-Line-Total
                       FROM WS-Dpc-Day-Collected(WS-Dpc-Found)
                   SUBTRACT SDT-Line-Total FROM WS-Day-Collected
               WHEN OTHER
                   ADD SDT-Qty TO WS-Dpc-Day-Sold(WS-Dpc-Found)
                   ADD SDT-Line-Total
                       TO WS-Dpc-Day-Collected(WS-Dpc-Found)
                   ADD SDT-Line-Total TO WS-Day-Collected
           END-EVALUATE.

       Find-Return-Tender-Section SECTION. *> Cash or credit?
           IF SDT-Txn-Number = WS-Last-Return-Txn THEN
               EXIT SECTION
           END-IF.
           MOVE SDT-Txn-Number TO WS-Last-Return-Txn.
      *    Without the journal, count it as cash - the drawer is
      *    where a shortfall would show
           MOVE "Cash" TO WS-Last-Return-Tender.
           IF NOT WS-Journal-Opened THEN
               EXIT SECTION
           END-IF.
           MOVE SDT-Txn-Number TO TJR-Txn-Number.
           READ Txn-Journal-File KEY IS TJR-Txn-Number
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TJR-Tender TO WS-Last-Return-Tender
           END-READ.

       Print-Heading-Section SECTION. *> Title and column heads
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "Container Deposit Reconciliation"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Period " DELIMITED BY SIZE
                  WS-Period-From DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-Period-To DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "  Code       Deposit Item         " DELIMITED BY SIZE
                  "     Sold   Collected" DELIMITED BY SIZE
                  "  Returned    Refunded" DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-Day-Section SECTION. *> One day's codes and totals
           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Day " DELIMITED BY SIZE
                  WS-Cur-Day DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

           PERFORM Print-One-Day-Code-Section
               VARYING DPC FROM 1 BY 1 UNTIL DPC > WS-Dpc-Count.

           MOVE WS-Day-Collected TO WS-Disp-Amount.
           MOVE SPACES TO Report-Line-Record.
           STRING "  Collected:          " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Day-Cash-Back TO WS-Disp-Amount.
           MOVE SPACES TO Report-Line-Record.
           STRING "  Refunded In Cash:   " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Day-Credit-Back TO WS-Disp-Amount.
           MOVE SPACES TO Report-Line-Record.
           STRING "  Refunded As Credit: " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           COMPUTE WS-Net-Held = WS-Day-Collected
               - WS-Day-Cash-Back - WS-Day-Credit-Back.
           MOVE WS-Net-Held TO WS-Disp-Amount.
           MOVE SPACES TO Report-Line-Record.
           STRING "  Net Deposits Held:  " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

      *    Into the period's totals, and clear for the next day
           ADD 1 TO WS-Per-Days.
           ADD WS-Day-Collected TO WS-Per-Collected.
           ADD WS-Day-Cash-Back TO WS-Per-Cash-Back.
           ADD WS-Day-Credit-Back TO WS-Per-Credit-Back.
           MOVE 0 TO WS-Day-Collected.
           MOVE 0 TO WS-Day-Cash-Back.
           MOVE 0 TO WS-Day-Credit-Back.
           MOVE "N" TO WS-Day-Used-Flag.

       Print-One-Day-Code-Section SECTION. *> One code's day, if any
           IF WS-Dpc-Day-Sold(DPC) = 0
                   AND WS-Dpc-Day-Collected(DPC) = 0
                   AND WS-Dpc-Day-Back(DPC) = 0
                   AND WS-Dpc-Day-Refunded(DPC) = 0 THEN
               EXIT SECTION
           END-IF.
           MOVE WS-Dpc-Day-Sold(DPC) TO WS-Line-Sold.
           MOVE WS-Dpc-Day-Collected(DPC) TO WS-Line-Collected.
           MOVE WS-Dpc-Day-Back(DPC) TO WS-Line-Back.
           MOVE WS-Dpc-Day-Refunded(DPC) TO WS-Line-Refunded.
           PERFORM Print-Code-Line-Section.

           ADD WS-Dpc-Day-Sold(DPC) TO WS-Dpc-Per-Sold(DPC).
           ADD WS-Dpc-Day-Collected(DPC)
               TO WS-Dpc-Per-Collected(DPC).
           ADD WS-Dpc-Day-Back(DPC) TO WS-Dpc-Per-Back(DPC).
           ADD WS-Dpc-Day-Refunded(DPC) TO WS-Dpc-Per-Refunded(DPC).
           MOVE 0 TO WS-Dpc-Day-Sold(DPC).
           MOVE 0 TO WS-Dpc-Day-Collected(DPC).
           MOVE 0 TO WS-Dpc-Day-Back(DPC).
           MOVE 0 TO WS-Dpc-Day-Refunded(DPC).

       Print-Code-Line-Section SECTION. *> One code's figures out
           MOVE WS-Line-Sold TO WS-Disp-Sold.
           MOVE WS-Line-Collected TO WS-Disp-Collected.
           MOVE WS-Line-Back TO WS-Disp-Back.
           MOVE WS-Line-Refunded TO WS-Disp-Refunded.
           MOVE SPACES TO Report-Line-Record.
           STRING "  " DELIMITED BY SIZE
                  WS-Dpc-Code(DPC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Dpc-Name(DPC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Sold DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Collected DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Back DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Refunded DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-Period-Section SECTION. *> The whole period's totals
           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Per-Days TO WS-Disp-Days.
           MOVE SPACES TO Report-Line-Record.
           STRING "Period Totals (" DELIMITED BY SIZE
                  WS-Disp-Days DELIMITED BY SIZE
                  " days with deposits)" DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

           PERFORM Print-One-Period-Code-Section
               VARYING DPC FROM 1 BY 1 UNTIL DPC > WS-Dpc-Count.

           MOVE WS-Per-Collected TO WS-Disp-Amount.
           MOVE SPACES TO Report-Line-Record.
           STRING "  Collected:          " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Per-Cash-Back TO WS-Disp-Amount.
           MOVE SPACES TO Report-Line-Record.
           STRING "  Refunded In Cash:   " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Per-Credit-Back TO WS-Disp-Amount.
           MOVE SPACES TO Report-Line-Record.
           STRING "  Refunded As Credit: " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           COMPUTE WS-Net-Held = WS-Per-Collected
               - WS-Per-Cash-Back - WS-Per-Credit-Back.
           MOVE WS-Net-Held TO WS-Disp-Amount.
           MOVE SPACES TO Report-Line-Record.
           STRING "  Net Deposits Held:  " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

           IF WS-Overflowed THEN
               MOVE "More voids than the table holds - some voided "
                   TO Report-Line-Record
               WRITE Report-Line-Record
               MOVE "transactions may be counted above"
                   TO Report-Line-Record
               WRITE Report-Line-Record
           END-IF.

       Print-One-Period-Code-Section SECTION. *> One code's period
           IF WS-Dpc-Per-Sold(DPC) = 0
                   AND WS-Dpc-Per-Collected(DPC) = 0
                   AND WS-Dpc-Per-Back(DPC) = 0
                   AND WS-Dpc-Per-Refunded(DPC) = 0 THEN
               EXIT SECTION
           END-IF.
           MOVE WS-Dpc-Per-Sold(DPC) TO WS-Line-Sold.
           MOVE WS-Dpc-Per-Collected(DPC) TO WS-Line-Collected.
           MOVE WS-Dpc-Per-Back(DPC) TO WS-Line-Back.
           MOVE WS-Dpc-Per-Refunded(DPC) TO WS-Line-Refunded.
           PERFORM Print-Code-Line-Section.
       END PROGRAM ContainerDepositReport.
