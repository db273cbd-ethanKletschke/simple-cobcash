      *In-transit report over the inter-store transfer file
      *(STKXFER.DAT): every transfer line sent but never booked in at
      *the other end, aged in days since it left, and every line that
      *arrived with a different quantity from what was sent - both
      *valued at the sending store's cost. A keyed store id limits
      *the report to transfers that store sent or is owed; blank
      *takes every store.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransitReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The transfer file, read end to end
           SELECT Stock-Transfer-File ASSIGN TO "STKXFER.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS XFT-Key
           FILE STATUS IS WS-Stock-Transfer-Status.
      *    The report this program produces
           SELECT Transit-Report-File ASSIGN TO "XFRRPT.TXT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Stock-Transfer-File.
           COPY "StockTransferRecord.cpy".

       FD  Transit-Report-File.
       01  Report-Line-Record PIC X(100).

       WORKING-STORAGE SECTION.
      *File status for the transfer file ("00" = OK)
       01  WS-Stock-Transfer-Status PIC X(02).
           88 WS-Stock-Transfer-OK VALUE "00".
      *"Y" once the file runs out of records
       01  WS-Xfer-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Xfer-EOF VALUE "Y".
      *Which store to report on - spaces takes every store
       01  WS-Report-Store PIC X(03) VALUE SPACES.
      *Which pass is printing: "T" = in transit, "D" = differences
       01  WS-Pass PIC X(01) VALUE "T".
           88 WS-Pass-Transit VALUE "T".
           88 WS-Pass-Differences VALUE "D".

      *Date arithmetic scratch
       01  WS-Age-Work.
           05 WS-Date-Digits PIC 9(08) VALUE 0.
           05 WS-Today-Integer PIC 9(08) VALUE 0.
           05 WS-Xfer-Days PIC S9(05) VALUE 0.
      *The line's quantity gap and its value at the sender's cost
       01  WS-Qty-Gap PIC S9(05)V99 VALUE 0.
       01  WS-Line-Value PIC S9(07)V99 VALUE 0.
      *Run totals
       01  WS-Transit-Totals.
           05 WS-Transit-Lines PIC 9(05) VALUE 0.
           05 WS-Transit-Value PIC S9(09)V99 VALUE 0.
           05 WS-Diff-Lines PIC 9(05) VALUE 0.
           05 WS-Diff-Value PIC S9(09)V99 VALUE 0.
      *Edited figures for the report lines
       01  WS-Disp-Transit-Fields.
           05 WS-Disp-Qty PIC ZZZZ9.99.
           05 WS-Disp-Qty-2 PIC ZZZZ9.99.
           05 WS-Disp-Gap PIC -ZZZZ9.99.
           05 WS-Disp-Value PIC -$$$,$$$,$$9.99.
           05 WS-Disp-Days PIC ZZZZ9.
           05 WS-Disp-Lines PIC ZZZZ9.
      *Today's date, for the heading and the ages
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Key the store, two passes, report
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           MOVE WS-Date(1:4) TO WS-Date-Digits(1:4).
           MOVE WS-Date(6:2) TO WS-Date-Digits(5:2).
           MOVE WS-Date(9:2) TO WS-Date-Digits(7:2).
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Date-Digits).

           DISPLAY "Store to report on (blank=all stores):".
           ACCEPT WS-Report-Store.

           OPEN OUTPUT Transit-Report-File.
           PERFORM Print-Heading-Section.

      *    Sent and never received first, then what arrived wrong -
      *    one walk of the file each.
           MOVE "Sent, Not Yet Received" TO Report-Line-Record.
           WRITE Report-Line-Record.
           SET WS-Pass-Transit TO TRUE.
           PERFORM Walk-Transfers-Section.

           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "Received With A Quantity Difference"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           SET WS-Pass-Differences TO TRUE.
           PERFORM Walk-Transfers-Section.

           PERFORM Print-Footer-Section.
           CLOSE Transit-Report-File.
           DISPLAY "In-transit report written to XFRRPT.TXT".
           STOP RUN.

       Walk-Transfers-Section SECTION. *> One pass over the file
           MOVE "N" TO WS-Xfer-EOF-Flag.
           OPEN INPUT Stock-Transfer-File.
           IF NOT WS-Stock-Transfer-OK THEN
               MOVE "  (no transfer file on disk)" TO Report-Line-Record
               WRITE Report-Line-Record
               EXIT SECTION
           END-IF.
           PERFORM Report-One-Line-Section
               UNTIL WS-Xfer-EOF.
           CLOSE Stock-Transfer-File.

       Report-One-Line-Section SECTION. *> One transfer line judged
           READ Stock-Transfer-File NEXT RECORD
               AT END
                   SET WS-Xfer-EOF TO TRUE
           END-READ.
           IF WS-Xfer-EOF THEN
               EXIT SECTION
           END-IF.
           IF WS-Report-Store NOT = SPACES
                   AND XFT-From-Store NOT = WS-Report-Store
                   AND XFT-To-Store NOT = WS-Report-Store THEN
               EXIT SECTION
           END-IF.

           IF WS-Pass-Transit THEN
               IF XFT-Is-In-Transit THEN
                   PERFORM Print-Transit-Line-Section
               END-IF
           ELSE
               IF XFT-Is-Received
                       AND XFT-Qty-Received NOT = XFT-Qty-Sent THEN
                   PERFORM Print-Difference-Line-Section
               END-IF
           END-IF.

       Print-Transit-Line-Section SECTION. *> Still on the road
           MOVE XFT-Sent-Date(1:4) TO WS-Date-Digits(1:4).
           MOVE XFT-Sent-Date(6:2) TO WS-Date-Digits(5:2).
           MOVE XFT-Sent-Date(9:2) TO WS-Date-Digits(7:2).
           COMPUTE WS-Xfer-Days = WS-Today-Integer
               - FUNCTION INTEGER-OF-DATE(WS-Date-Digits).
           COMPUTE WS-Line-Value ROUNDED =
               XFT-Qty-Sent * XFT-Unit-Cost.
           ADD 1 TO WS-Transit-Lines.
           ADD WS-Line-Value TO WS-Transit-Value.

           MOVE XFT-Qty-Sent TO WS-Disp-Qty.
           MOVE WS-Line-Value TO WS-Disp-Value.
           MOVE WS-Xfer-Days TO WS-Disp-Days.
           MOVE SPACES TO Report-Line-Record.
           STRING "  " DELIMITED BY SIZE
                  XFT-From-Store DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  XFT-Number DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  XFT-To-Store DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  XFT-Sent-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  XFT-Item-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  XFT-Item-Name DELIMITED BY SIZE
                  WS-Disp-Qty DELIMITED BY SIZE
                  WS-Disp-Value DELIMITED BY SIZE
                  WS-Disp-Days DELIMITED BY SIZE
                  "d" DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-Difference-Line-Section SECTION. *> Arrived short/over
           COMPUTE WS-Qty-Gap = XFT-Qty-Received - XFT-Qty-Sent.
           COMPUTE WS-Line-Value ROUNDED = WS-Qty-Gap * XFT-Unit-Cost.
           ADD 1 TO WS-Diff-Lines.
           ADD WS-Line-Value TO WS-Diff-Value.

           MOVE XFT-Qty-Sent TO WS-Disp-Qty.
           MOVE XFT-Qty-Received TO WS-Disp-Qty-2.
           MOVE WS-Qty-Gap TO WS-Disp-Gap.
           MOVE WS-Line-Value TO WS-Disp-Value.
           MOVE SPACES TO Report-Line-Record.
           STRING "  " DELIMITED BY SIZE
                  XFT-From-Store DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  XFT-Number DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  XFT-To-Store DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  XFT-Item-Code DELIMITED BY SIZE
                  " sent" DELIMITED BY SIZE
                  WS-Disp-Qty DELIMITED BY SIZE
                  " recvd" DELIMITED BY SIZE
                  WS-Disp-Qty-2 DELIMITED BY SIZE
                  " diff" DELIMITED BY SIZE
                  WS-Disp-Gap DELIMITED BY SIZE
                  WS-Disp-Value DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-Heading-Section SECTION. *> The report's heading
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Stock Transfers In Transit " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           IF WS-Report-Store NOT = SPACES THEN
               MOVE SPACES TO Report-Line-Record
               STRING "Store: " DELIMITED BY SIZE
                      WS-Report-Store DELIMITED BY SIZE
                   INTO Report-Line-Record
               WRITE Report-Line-Record
           END-IF.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-Footer-Section SECTION. *> The run's totals
           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Transit-Lines TO WS-Disp-Lines.
           MOVE WS-Transit-Value TO WS-Disp-Value.
           MOVE SPACES TO Report-Line-Record.
           STRING "IN TRANSIT: " DELIMITED BY SIZE
                  WS-Disp-Lines DELIMITED BY SIZE
                  " lines, " DELIMITED BY SIZE
                  WS-Disp-Value DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.

           MOVE WS-Diff-Lines TO WS-Disp-Lines.
           MOVE WS-Diff-Value TO WS-Disp-Value.
           MOVE SPACES TO Report-Line-Record.
           STRING "RECEIVED SHORT/OVER: " DELIMITED BY SIZE
                  WS-Disp-Lines DELIMITED BY SIZE
                  " lines, net " DELIMITED BY SIZE
                  WS-Disp-Value DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.
       END PROGRAM TransitReport.
