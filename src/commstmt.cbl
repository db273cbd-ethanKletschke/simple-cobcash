      *Pay-period commission statement for the sales associates on the
      *commissionable floors: every line an associate was keyed
      *against at the till (SDT-Associate-ID on SALESDTL.DAT) in the
      *period, at the percent the line earned when it sold, with each
      *refunded line taken back off the associate who made the
      *original sale, at that sale's percent. Transactions voided
      *since - whenever the void was recorded - are left out
      *altogether, sale or refund. One statement per associate, then
      *the store's totals; a refund that can't be traced to an
      *associate's sale is counted at the foot rather than charged to
      *anyone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CommissionStatement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The transaction journal - voids, and what each refund was
      *    against
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           FILE STATUS IS WS-Txn-Journal-Status.
      *    The sales detail, read by date and then by original sale
           SELECT Sales-Detail-File ASSIGN TO "SALESDTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDT-Key
           ALTERNATE RECORD KEY IS SDT-Date WITH DUPLICATES
           FILE STATUS IS WS-Sales-Detail-Status.
      *    Work file the period's lines are put in associate order on
           SELECT Comm-Sort-File ASSIGN TO "COMMSORT.TMP".
      *    The statements this program produces
           SELECT Comm-Report-File ASSIGN TO "COMMSTMT.TXT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Txn-Journal-File.
           COPY "TxnJournalRecord.cpy".

       FD  Sales-Detail-File.
           COPY "SalesDetailRecord.cpy".

      *One commission line, in associate order - refunds negative
       SD  Comm-Sort-File.
       01  Comm-Sort-Record.
           05 CSR-Associate-ID PIC X(10).
           05 CSR-Date PIC X(10).
           05 CSR-Txn-Number PIC 9(10).
           05 CSR-Line-Number PIC 9(03).
           05 CSR-Item-Code PIC X(10).
           05 CSR-Item-Name PIC X(20).
      *    S = sale, R = refund taken back
           05 CSR-Type PIC X(01).
               88 CSR-Is-Refund VALUE "R".
           05 CSR-Amount PIC S9(07)V99.
           05 CSR-Comm-Pct PIC 9(02)V99.
           05 CSR-Commission PIC S9(07)V99.
      *    On a refund, the sale it was taken back from
           05 CSR-Orig-Txn PIC 9(10).

       FD  Comm-Report-File.
       01  Report-Line-Record PIC X(110).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Txn-Journal-Status PIC X(02).
           88 WS-Txn-Journal-OK VALUE "00".
       01  WS-Sales-Detail-Status PIC X(02).
           88 WS-Sales-Detail-OK VALUE "00".
      *"Y" once each walk runs out of records
       01  WS-Journal-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Journal-EOF VALUE "Y".
       01  WS-Detail-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Detail-EOF VALUE "Y".
       01  WS-Orig-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Orig-EOF VALUE "Y".
       01  WS-Sort-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Sort-EOF VALUE "Y".
      *The pay period, as keyed, and the one associate asked for
      *(spaces = every associate)
       01  WS-Period.
           05 WS-Period-From PIC X(10) VALUE SPACES.
           05 WS-Period-To PIC X(10) VALUE SPACES.
           05 WS-Want-Associate PIC X(10) VALUE SPACES.
      *Transactions voided since the period opened
       01  WS-Void-Table.
           05 WS-Void-Count PIC 9(04) COMP VALUE 0.
           05 WS-Void-Max PIC 9(04) COMP VALUE 2000.
           05 WS-Void-Ref PIC 9(10) OCCURS 2000 TIMES.
           05 VD PIC 9(04) COMP VALUE 0.
       01  WS-Voided-Flag PIC X(01) VALUE "N".
           88 WS-Txn-Voided VALUE "Y".
       01  WS-Check-Txn PIC 9(10) VALUE 0.
      *The period's refunded lines, held until the date walk is done
      *so each can be traced back to its original sale
       01  WS-Refund-Table.
           05 WS-Rfd-Count PIC 9(04) COMP VALUE 0.
           05 WS-Rfd-Max PIC 9(04) COMP VALUE 2000.
           05 WS-Rfd-Entry OCCURS 2000 TIMES.
               10 WS-Rfd-Txn PIC 9(10).
               10 WS-Rfd-Line PIC 9(03).
               10 WS-Rfd-Date PIC X(10).
               10 WS-Rfd-Item-Code PIC X(10).
               10 WS-Rfd-Item-Name PIC X(20).
               10 WS-Rfd-Amount PIC 9(07)V99.
           05 RX PIC 9(04) COMP VALUE 0.
      *Where tracing the current refund got to
       01  WS-Trace.
           05 WS-Orig-Txn PIC 9(10) VALUE 0.
           05 WS-Orig-Associate PIC X(10) VALUE SPACES.
           05 WS-Orig-Comm-Pct PIC 9(02)V99 VALUE 0.
      *    "Y" once the refunded item is found on the original sale
           05 WS-Orig-Found-Flag PIC X(01) VALUE "N".
               88 WS-Orig-Found VALUE "Y".
      *Refunds that couldn't be put against anyone, and lines over
      *what the tables hold
       01  WS-Untraced.
           05 WS-Untraced-Count PIC 9(05) VALUE 0.
           05 WS-Untraced-Amount PIC 9(08)V99 VALUE 0.
           05 WS-Overflow-Flag PIC X(01) VALUE "N".
               88 WS-Overflowed VALUE "Y".
      *The associate whose statement is being totalled
       01  WS-Current-Associate PIC X(10) VALUE SPACES.
       01  WS-Associate-Open-Flag PIC X(01) VALUE "N".
           88 WS-Associate-Open VALUE "Y".
      *One associate's period, and the store's
       01  WS-Comm-Totals.
           05 WS-Asc-Sales PIC S9(08)V99 VALUE 0.
           05 WS-Asc-Refunds PIC S9(08)V99 VALUE 0.
           05 WS-Asc-Commission PIC S9(08)V99 VALUE 0.
           05 WS-Tot-Associates PIC 9(05) VALUE 0.
           05 WS-Tot-Sales PIC S9(09)V99 VALUE 0.
           05 WS-Tot-Refunds PIC S9(09)V99 VALUE 0.
           05 WS-Tot-Commission PIC S9(09)V99 VALUE 0.
      *Edited figures for the report lines
       01  WS-Disp-Comm-Fields.
           05 WS-Disp-Amount PIC $$,$$$,$$9.99-.
           05 WS-Disp-Commission PIC $$,$$$,$$9.99-.
           05 WS-Disp-Pct PIC Z9.99.
           05 WS-Disp-Count PIC ZZ,ZZ9.
           05 WS-Disp-Kind PIC X(06).
      *Today's date, for the heading
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Key the period, sort, print
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.

           DISPLAY "Pay period from (yyyy/mm/dd):".
           ACCEPT WS-Period-From.
           DISPLAY "Pay period to (yyyy/mm/dd, blank=today):".
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
           DISPLAY "Associate ID (blank=all):".
           ACCEPT WS-Want-Associate.
           MOVE FUNCTION UPPER-CASE(WS-Want-Associate)
               TO WS-Want-Associate.

           OPEN INPUT Sales-Detail-File.
           IF NOT WS-Sales-Detail-OK THEN
               DISPLAY "No sales detail file (SALESDTL.DAT) to "
                   "report on"
               STOP RUN
           END-IF.
           OPEN INPUT Txn-Journal-File.
           PERFORM Load-Voids-Section.

           SORT Comm-Sort-File
               ON ASCENDING KEY CSR-Associate-ID CSR-Date
                                CSR-Txn-Number CSR-Line-Number
               INPUT PROCEDURE IS Release-Lines-Section
               OUTPUT PROCEDURE IS Print-Report-Section.

           IF WS-Txn-Journal-OK THEN
               CLOSE Txn-Journal-File
           END-IF.
           CLOSE Sales-Detail-File.
           DISPLAY "Commission statements written to COMMSTMT.TXT".
           STOP RUN.

       Load-Voids-Section SECTION. *> Everything voided since
      *    A void can land any time after its sale, so the walk runs
      *    from the period's first day to the end of the journal.
           IF NOT WS-Txn-Journal-OK THEN
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

       Check-Voided-Section SECTION. *> Is WS-Check-Txn voided?
           MOVE "N" TO WS-Voided-Flag.
           PERFORM Match-One-Void-Section
               VARYING VD FROM 1 BY 1
               UNTIL VD > WS-Void-Count OR WS-Txn-Voided.

       Match-One-Void-Section SECTION. *> Try one voided number
           IF WS-Void-Ref(VD) = WS-Check-Txn THEN
               SET WS-Txn-Voided TO TRUE
           END-IF.

       Release-Lines-Section SECTION. *> Sales now, refunds traced
           MOVE WS-Period-From TO SDT-Date.
           START Sales-Detail-File KEY IS NOT < SDT-Date
               INVALID KEY
                   SET WS-Detail-EOF TO TRUE
           END-START.
           PERFORM Release-One-Line-Section
               UNTIL WS-Detail-EOF.

      *    The date walk is done with the file - now each refunded
      *    line can go looking for its original sale.
           PERFORM Trace-One-Refund-Section
               VARYING RX FROM 1 BY 1 UNTIL RX > WS-Rfd-Count.

       Release-One-Line-Section SECTION. *> One detail line
           READ Sales-Detail-File NEXT RECORD
               AT END
                   SET WS-Detail-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF SDT-Date > WS-Period-To THEN
               SET WS-Detail-EOF TO TRUE
               EXIT SECTION
           END-IF.
           MOVE SDT-Txn-Number TO WS-Check-Txn.
           PERFORM Check-Voided-Section.
           IF WS-Txn-Voided THEN
               EXIT SECTION
           END-IF.

           IF SDT-Txn-Type = "R" THEN
      *        Held for tracing - whoever sold it gives it back
               IF SDT-Item-Code = SPACES THEN
                   EXIT SECTION
               END-IF
               IF WS-Rfd-Count < WS-Rfd-Max THEN
                   ADD 1 TO WS-Rfd-Count
                   MOVE SDT-Txn-Number TO WS-Rfd-Txn(WS-Rfd-Count)
                   MOVE SDT-Line-Number TO WS-Rfd-Line(WS-Rfd-Count)
                   MOVE SDT-Date TO WS-Rfd-Date(WS-Rfd-Count)
                   MOVE SDT-Item-Code
                       TO WS-Rfd-Item-Code(WS-Rfd-Count)
                   MOVE SDT-Item-Name
                       TO WS-Rfd-Item-Name(WS-Rfd-Count)
                   MOVE SDT-Line-Total TO WS-Rfd-Amount(WS-Rfd-Count)
               ELSE
                   SET WS-Overflowed TO TRUE
               END-IF
               EXIT SECTION
           END-IF.

      *    A sold line earns when an associate was keyed against it
           IF SDT-Associate-ID = SPACES
                   OR SDT-Comm-Pct IS NOT NUMERIC THEN
               EXIT SECTION
           END-IF.
           IF WS-Want-Associate NOT = SPACES
                   AND SDT-Associate-ID NOT = WS-Want-Associate THEN
               EXIT SECTION
           END-IF.
           MOVE SDT-Associate-ID TO CSR-Associate-ID.
           MOVE SDT-Date TO CSR-Date.
           MOVE SDT-Txn-Number TO CSR-Txn-Number.
           MOVE SDT-Line-Number TO CSR-Line-Number.
           MOVE SDT-Item-Code TO CSR-Item-Code.
           MOVE SDT-Item-Name TO CSR-Item-Name.
           MOVE "S" TO CSR-Type.
           MOVE SDT-Line-Total TO CSR-Amount.
           MOVE SDT-Comm-Pct TO CSR-Comm-Pct.
           COMPUTE CSR-Commission ROUNDED =
               SDT-Line-Total * SDT-Comm-Pct / 100.
           MOVE 0 TO CSR-Orig-Txn.
           RELEASE Comm-Sort-Record.

       Trace-One-Refund-Section SECTION. *> Back to the original sale
      *    The refund's journal record names the sale it was against
           MOVE 0 TO WS-Orig-Txn.
           MOVE SPACES TO WS-Orig-Associate.
           MOVE "N" TO WS-Orig-Found-Flag.
           IF WS-Txn-Journal-OK THEN
               MOVE WS-Rfd-Txn(RX) TO TJR-Txn-Number
               READ Txn-Journal-File KEY IS TJR-Txn-Number
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TJR-Void-Ref TO WS-Orig-Txn
               END-READ
           END-IF.
      *    ... and a sale since voided has no commission to give back
           IF WS-Orig-Txn > 0 THEN
               MOVE WS-Orig-Txn TO WS-Check-Txn
               PERFORM Check-Voided-Section
               IF WS-Txn-Voided THEN
                   EXIT SECTION
               END-IF
               MOVE WS-Orig-Txn TO SDT-Txn-Number
               MOVE 0 TO SDT-Line-Number
               MOVE "N" TO WS-Orig-EOF-Flag
               START Sales-Detail-File KEY IS NOT < SDT-Key
                   INVALID KEY
                       SET WS-Orig-EOF TO TRUE
               END-START
               PERFORM Scan-One-Orig-Line-Section
                   UNTIL WS-Orig-EOF
           END-IF.

      *    A refund whose sale can't be found is counted at the
      *    foot; one whose sale nobody was keyed against had no
      *    commission on it to give back.
           IF NOT WS-Orig-Found THEN
               ADD 1 TO WS-Untraced-Count
               ADD WS-Rfd-Amount(RX) TO WS-Untraced-Amount
               EXIT SECTION
           END-IF.
           IF WS-Orig-Associate = SPACES THEN
               EXIT SECTION
           END-IF.
           IF WS-Want-Associate NOT = SPACES
                   AND WS-Orig-Associate NOT = WS-Want-Associate THEN
               EXIT SECTION
           END-IF.

           MOVE WS-Orig-Associate TO CSR-Associate-ID.
           MOVE WS-Rfd-Date(RX) TO CSR-Date.
           MOVE WS-Rfd-Txn(RX) TO CSR-Txn-Number.
           MOVE WS-Rfd-Line(RX) TO CSR-Line-Number.
           MOVE WS-Rfd-Item-Code(RX) TO CSR-Item-Code.
           MOVE WS-Rfd-Item-Name(RX) TO CSR-Item-Name.
           MOVE "R" TO CSR-Type.
           COMPUTE CSR-Amount = 0 - WS-Rfd-Amount(RX).
           MOVE WS-Orig-Comm-Pct TO CSR-Comm-Pct.
           COMPUTE CSR-Commission ROUNDED =
               CSR-Amount * WS-Orig-Comm-Pct / 100.
           MOVE WS-Orig-Txn TO CSR-Orig-Txn.
           RELEASE Comm-Sort-Record.

       Scan-One-Orig-Line-Section SECTION. *> One line of the sale
           READ Sales-Detail-File NEXT RECORD
               AT END
                   SET WS-Orig-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF SDT-Txn-Number NOT = WS-Orig-Txn THEN
               SET WS-Orig-EOF TO TRUE
               EXIT SECTION
           END-IF.
      *    The first sold line of the same item with an associate on
      *    it is the one the refund reverses
           IF SDT-Item-Code NOT = WS-Rfd-Item-Code(RX)
                   OR SDT-Txn-Type = "R" THEN
               EXIT SECTION
           END-IF.
           SET WS-Orig-Found TO TRUE.
           IF SDT-Associate-ID NOT = SPACES
                   AND SDT-Comm-Pct IS NUMERIC THEN
               MOVE SDT-Associate-ID TO WS-Orig-Associate
               MOVE SDT-Comm-Pct TO WS-Orig-Comm-Pct
               SET WS-Orig-EOF TO TRUE
           END-IF.

       Print-Report-Section SECTION. *> Associates in turn, then totals
           OPEN OUTPUT Comm-Report-File.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Commission Statements " DELIMITED BY SIZE
                  WS-Period-From DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-Period-To DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.

           PERFORM Gather-One-Line-Section
               UNTIL WS-Sort-EOF.
      *    The last associate has no following one to close them off
           IF WS-Associate-Open THEN
               PERFORM Print-Associate-Totals-Section
           END-IF.

           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           IF WS-Tot-Associates = 0 THEN
               MOVE "(no commissionable sales in the period)"
                   TO Report-Line-Record
               WRITE Report-Line-Record
           END-IF.
           MOVE WS-Tot-Associates TO WS-Disp-Count.
           MOVE WS-Tot-Commission TO WS-Disp-Commission.
           MOVE SPACES TO Report-Line-Record.
           STRING "Associates: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  "  commission payable: " DELIMITED BY SIZE
                  WS-Disp-Commission DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.
           MOVE WS-Tot-Sales TO WS-Disp-Amount.
           MOVE WS-Tot-Refunds TO WS-Disp-Commission.
           MOVE SPACES TO Report-Line-Record.
           STRING "Commissionable sales: " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
                  "  refunds taken back: " DELIMITED BY SIZE
                  WS-Disp-Commission DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           IF WS-Untraced-Count > 0 THEN
               MOVE WS-Untraced-Count TO WS-Disp-Count
               MOVE WS-Untraced-Amount TO WS-Disp-Amount
               MOVE SPACES TO Report-Line-Record
               STRING "Refunds not traced to an associate's sale: "
                          DELIMITED BY SIZE
                      WS-Disp-Count DELIMITED BY SIZE
                      "  worth " DELIMITED BY SIZE
                      WS-Disp-Amount DELIMITED BY SIZE
                   INTO Report-Line-Record
               WRITE Report-Line-Record
           END-IF.
           IF WS-Overflowed THEN
               MOVE "(more voids or refunds in the period than this "
                   TO Report-Line-Record
               WRITE Report-Line-Record
               MOVE " statement holds - totals are incomplete)"
                   TO Report-Line-Record
               WRITE Report-Line-Record
               DISPLAY "Warning: statement totals are incomplete"
           END-IF.
           CLOSE Comm-Report-File.

       Gather-One-Line-Section SECTION. *> One line, listed and totted
           RETURN Comm-Sort-File
               AT END
                   SET WS-Sort-EOF TO TRUE
           END-RETURN.
           IF WS-Sort-EOF THEN
               EXIT SECTION
           END-IF.

           IF NOT WS-Associate-Open
                   OR CSR-Associate-ID NOT = WS-Current-Associate THEN
               IF WS-Associate-Open THEN
                   PERFORM Print-Associate-Totals-Section
               END-IF
               MOVE CSR-Associate-ID TO WS-Current-Associate
               MOVE 0 TO WS-Asc-Sales
               MOVE 0 TO WS-Asc-Refunds
               MOVE 0 TO WS-Asc-Commission
               SET WS-Associate-Open TO TRUE
               PERFORM Print-Associate-Heading-Section
           END-IF.

           IF CSR-Is-Refund THEN
               ADD CSR-Amount TO WS-Asc-Refunds
               MOVE "Refund" TO WS-Disp-Kind
           ELSE
               ADD CSR-Amount TO WS-Asc-Sales
               MOVE "Sale" TO WS-Disp-Kind
           END-IF.
           ADD CSR-Commission TO WS-Asc-Commission.

           MOVE CSR-Amount TO WS-Disp-Amount.
           MOVE CSR-Comm-Pct TO WS-Disp-Pct.
           MOVE CSR-Commission TO WS-Disp-Commission.
           MOVE SPACES TO Report-Line-Record.
           STRING "  " DELIMITED BY SIZE
                  CSR-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CSR-Txn-Number DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Kind DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CSR-Item-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CSR-Item-Name DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Pct DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  WS-Disp-Commission DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           IF CSR-Is-Refund THEN
               MOVE SPACES TO Report-Line-Record
               STRING "      (sold on " DELIMITED BY SIZE
                      CSR-Orig-Txn DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO Report-Line-Record
               WRITE Report-Line-Record
           END-IF.

       Print-Associate-Heading-Section SECTION. *> Statement heading
           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Associate: " DELIMITED BY SIZE
                  WS-Current-Associate DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "  Date       Txn        Kind   Item       "
                      DELIMITED BY SIZE
                  "Name                        Amount   Rate"
                      DELIMITED BY SIZE
                  "     Commission" DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-Associate-Totals-Section SECTION. *> One associate's net
           MOVE WS-Asc-Sales TO WS-Disp-Amount.
           MOVE SPACES TO Report-Line-Record.
           STRING "    Sales     " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Asc-Refunds TO WS-Disp-Amount.
           MOVE SPACES TO Report-Line-Record.
           STRING "    Refunds   " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           COMPUTE WS-Disp-Amount = WS-Asc-Sales + WS-Asc-Refunds.
           MOVE WS-Asc-Commission TO WS-Disp-Commission.
           MOVE SPACES TO Report-Line-Record.
           STRING "    Net sales " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
                  "   commission due " DELIMITED BY SIZE
                  WS-Disp-Commission DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

           ADD 1 TO WS-Tot-Associates.
           ADD WS-Asc-Sales TO WS-Tot-Sales.
           ADD WS-Asc-Refunds TO WS-Tot-Refunds.
           ADD WS-Asc-Commission TO WS-Tot-Commission.

       END PROGRAM CommissionStatement.
