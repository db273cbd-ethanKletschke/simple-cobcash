      *Rain-check report: every rain check the tills have written,
      *grouped under the promotion it was written against (item code
      *and the offer's run dates), each one shown outstanding,
      *expired unredeemed, or redeemed with the date and receipt it
      *came back on - so the buyer can see what an offer that ran out
      *of stock still owes customers, and what it already paid out.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RainCheckReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Rain checks, read end to end in number order
           SELECT Rain-Check-File ASSIGN TO "RAINCHK.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RCK-Number
           FILE STATUS IS WS-Rain-Check-Status.
      *    Work file the rain checks are put into promotion order on
           SELECT Rain-Sort-File ASSIGN TO "RAINSORT.TMP".
      *    The report this program produces
           SELECT Rain-Report-File ASSIGN TO "RAINRPT.TXT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Rain-Check-File.
           COPY "RainCheckRecord.cpy".

      *One rain check, in promotion order
       SD  Rain-Sort-File.
       01  Rain-Sort-Record.
           05 RSR-Item-Code PIC X(10).
           05 RSR-Promo-Start PIC X(10).
           05 RSR-Promo-End PIC X(10).
           05 RSR-Number PIC 9(10).
           05 RSR-Item-Name PIC X(20).
           05 RSR-Promo-Price PIC 9(06)V99.
           05 RSR-Qty-Limit PIC 9(03).
           05 RSR-Issue-Date PIC X(10).
           05 RSR-Expiry-Date PIC X(10).
           05 RSR-Status PIC X(01).
               88 RSR-Is-Redeemed VALUE "R".
           05 RSR-Redeemed-Date PIC X(10).
           05 RSR-Redeemed-Txn PIC 9(10).

       FD  Rain-Report-File.
       01  Report-Line-Record PIC X(100).

       WORKING-STORAGE SECTION.
      *File status for the rain-check file ("00" = OK)
       01  WS-Rain-Check-Status PIC X(02).
           88 WS-Rain-Check-OK VALUE "00".
      *"Y" once each walk runs out of records
       01  WS-Rain-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Rain-EOF VALUE "Y".
       01  WS-Sort-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Sort-EOF VALUE "Y".
      *The promotion whose rain checks are being listed
       01  WS-Current-Promo.
           05 WS-Current-Item PIC X(10) VALUE SPACES.
           05 WS-Current-Start PIC X(10) VALUE SPACES.
           05 WS-Current-End PIC X(10) VALUE SPACES.
      *"Y" once the first promotion's heading is out
       01  WS-Promo-Open-Flag PIC X(01) VALUE "N".
           88 WS-Promo-Open VALUE "Y".
      *Counts for one promotion, and for the whole file
       01  WS-Rain-Totals.
           05 WS-Promo-Issued PIC 9(06) VALUE 0.
           05 WS-Promo-Outstanding PIC 9(06) VALUE 0.
           05 WS-Promo-Expired PIC 9(06) VALUE 0.
           05 WS-Promo-Redeemed PIC 9(06) VALUE 0.
           05 WS-Total-Issued PIC 9(06) VALUE 0.
           05 WS-Total-Outstanding PIC 9(06) VALUE 0.
           05 WS-Total-Expired PIC 9(06) VALUE 0.
           05 WS-Total-Redeemed PIC 9(06) VALUE 0.
      *    Promo price times units still owed on live rain checks
           05 WS-Total-Liability PIC 9(08)V99 VALUE 0.
      *Edited figures for the report lines
       01  WS-Disp-Rain-Fields.
           05 WS-Disp-Count PIC ZZZ,ZZ9.
           05 WS-Disp-Count2 PIC ZZZ,ZZ9.
           05 WS-Disp-Count3 PIC ZZZ,ZZ9.
           05 WS-Disp-Count4 PIC ZZZ,ZZ9.
           05 WS-Disp-Qty PIC ZZ9.
           05 WS-Disp-Price PIC $$$,$$9.99.
           05 WS-Disp-Liability PIC $$,$$$,$$9.99.
      *How the rain check stands today, for its line
       01  WS-Rain-State PIC X(40) VALUE SPACES.
      *Today's date, for the heading and the expiry judgement
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Sort by promotion, print the report
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.

           OPEN INPUT Rain-Check-File.
           IF NOT WS-Rain-Check-OK THEN
               DISPLAY "No rain-check file (RAINCHK.DAT) to "
                   "report on"
               STOP RUN
           END-IF.
           SORT Rain-Sort-File
               ON ASCENDING KEY RSR-Item-Code RSR-Promo-Start
                                RSR-Promo-End RSR-Number
               INPUT PROCEDURE IS Release-Rain-Checks-Section
               OUTPUT PROCEDURE IS Print-Report-Section.
           CLOSE Rain-Check-File.
           DISPLAY "Rain-check report written to RAINRPT.TXT".
           STOP RUN.

       Release-Rain-Checks-Section SECTION. *> Every rain check in
           PERFORM Release-One-Rain-Check-Section
               UNTIL WS-Rain-EOF.

       Release-One-Rain-Check-Section SECTION. *> One into the sort
           READ Rain-Check-File NEXT RECORD
               AT END
                   SET WS-Rain-EOF TO TRUE
               NOT AT END
                   MOVE RCK-Item-Code TO RSR-Item-Code
                   MOVE RCK-Promo-Start TO RSR-Promo-Start
                   MOVE RCK-Promo-End TO RSR-Promo-End
                   MOVE RCK-Number TO RSR-Number
                   MOVE RCK-Item-Name TO RSR-Item-Name
                   MOVE RCK-Promo-Price TO RSR-Promo-Price
                   MOVE RCK-Qty-Limit TO RSR-Qty-Limit
                   MOVE RCK-Issue-Date TO RSR-Issue-Date
                   MOVE RCK-Expiry-Date TO RSR-Expiry-Date
                   MOVE RCK-Status TO RSR-Status
                   MOVE RCK-Redeemed-Date TO RSR-Redeemed-Date
                   MOVE RCK-Redeemed-Txn TO RSR-Redeemed-Txn
                   RELEASE Rain-Sort-Record
           END-READ.

       Print-Report-Section SECTION. *> Promotions in turn, then totals
           OPEN OUTPUT Rain-Report-File.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Rain Checks By Promotion   " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.

           PERFORM Print-One-Rain-Check-Section
               UNTIL WS-Sort-EOF.
      *    The last promotion has no following one to close it
           IF WS-Promo-Open THEN
               PERFORM Print-Promo-Footer-Section
           END-IF.

           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           IF WS-Total-Issued = 0 THEN
               MOVE "(no rain checks ever issued)"
                   TO Report-Line-Record
               WRITE Report-Line-Record
           END-IF.
           MOVE WS-Total-Issued TO WS-Disp-Count.
           MOVE WS-Total-Outstanding TO WS-Disp-Count2.
           MOVE WS-Total-Expired TO WS-Disp-Count3.
           MOVE WS-Total-Redeemed TO WS-Disp-Count4.
           MOVE SPACES TO Report-Line-Record.
           STRING "All promotions - issued:" DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  " outstanding:" DELIMITED BY SIZE
                  WS-Disp-Count2 DELIMITED BY SIZE
                  " expired:" DELIMITED BY SIZE
                  WS-Disp-Count3 DELIMITED BY SIZE
                  " redeemed:" DELIMITED BY SIZE
                  WS-Disp-Count4 DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.
           MOVE WS-Total-Liability TO WS-Disp-Liability.
           MOVE SPACES TO Report-Line-Record.
           STRING "Still owed at promo price on outstanding checks: "
                      DELIMITED BY SIZE
                  WS-Disp-Liability DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.
           CLOSE Rain-Report-File.

       Print-One-Rain-Check-Section SECTION. *> One rain check's line
           RETURN Rain-Sort-File
               AT END
                   SET WS-Sort-EOF TO TRUE
           END-RETURN.
           IF WS-Sort-EOF THEN
               EXIT SECTION
           END-IF.

           IF RSR-Item-Code NOT = WS-Current-Item
                   OR RSR-Promo-Start NOT = WS-Current-Start
                   OR RSR-Promo-End NOT = WS-Current-End THEN
               IF WS-Promo-Open THEN
                   PERFORM Print-Promo-Footer-Section
               END-IF
               MOVE RSR-Item-Code TO WS-Current-Item
               MOVE RSR-Promo-Start TO WS-Current-Start
               MOVE RSR-Promo-End TO WS-Current-End
               PERFORM Print-Promo-Heading-Section
           END-IF.

           ADD 1 TO WS-Promo-Issued.
           MOVE SPACES TO WS-Rain-State.
           EVALUATE TRUE
               WHEN RSR-Is-Redeemed
                   ADD 1 TO WS-Promo-Redeemed
                   STRING "Redeemed " DELIMITED BY SIZE
                          RSR-Redeemed-Date DELIMITED BY SIZE
                          " txn " DELIMITED BY SIZE
                          RSR-Redeemed-Txn DELIMITED BY SIZE
                       INTO WS-Rain-State
               WHEN RSR-Expiry-Date < WS-Date
                   ADD 1 TO WS-Promo-Expired
                   MOVE "Expired unredeemed" TO WS-Rain-State
               WHEN OTHER
                   ADD 1 TO WS-Promo-Outstanding
                   MOVE "Outstanding" TO WS-Rain-State
                   COMPUTE WS-Total-Liability =
                       WS-Total-Liability
                       + RSR-Promo-Price * RSR-Qty-Limit
           END-EVALUATE.

           MOVE RSR-Qty-Limit TO WS-Disp-Qty.
           MOVE RSR-Promo-Price TO WS-Disp-Price.
           MOVE SPACES TO Report-Line-Record.
           STRING "  " DELIMITED BY SIZE
                  RSR-Number DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RSR-Issue-Date DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Qty DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Price DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RSR-Expiry-Date DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Rain-State DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-Promo-Heading-Section SECTION. *> A promotion's heading
           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Promotion " DELIMITED BY SIZE
                  RSR-Item-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RSR-Item-Name DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RSR-Promo-Start DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  RSR-Promo-End DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "  Rain Chk #  Issued      Qty      Price  "
                      DELIMITED BY SIZE
                  "Good Thru   Status" DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           SET WS-Promo-Open TO TRUE.
           MOVE 0 TO WS-Promo-Issued.
           MOVE 0 TO WS-Promo-Outstanding.
           MOVE 0 TO WS-Promo-Expired.
           MOVE 0 TO WS-Promo-Redeemed.

       Print-Promo-Footer-Section SECTION. *> A promotion's counts
           MOVE WS-Promo-Issued TO WS-Disp-Count.
           MOVE WS-Promo-Outstanding TO WS-Disp-Count2.
           MOVE WS-Promo-Expired TO WS-Disp-Count3.
           MOVE WS-Promo-Redeemed TO WS-Disp-Count4.
           MOVE SPACES TO Report-Line-Record.
           STRING "  issued:" DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  " outstanding:" DELIMITED BY SIZE
                  WS-Disp-Count2 DELIMITED BY SIZE
                  " expired:" DELIMITED BY SIZE
                  WS-Disp-Count3 DELIMITED BY SIZE
                  " redeemed:" DELIMITED BY SIZE
                  WS-Disp-Count4 DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           ADD WS-Promo-Issued TO WS-Total-Issued.
           ADD WS-Promo-Outstanding TO WS-Total-Outstanding.
           ADD WS-Promo-Expired TO WS-Total-Expired.
           ADD WS-Promo-Redeemed TO WS-Total-Redeemed.
       END PROGRAM RainCheckReport.
