      *Product recall report: for every active recall on RECALL.DAT
      *(or one item code keyed at the prompt, active or ended), each
      *sale and return of the recalled item found on SALESDTL.DAT,
      *with the transaction number, date, lane and the card last-4
      *from TXNJRNL.DAT so the customer can be traced and contacted.
      *A serialised item also lists the serials that left on each
      *receipt from SERIALRG.DAT; where the recall names serial
      *ranges, only the receipts carrying a serial inside one of
      *them are affected and listed. Written to RECALRPT.TXT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecallReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The recalls, walked in item code order
           SELECT Recall-File ASSIGN TO "RECALL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCL-Item-Code
           FILE STATUS IS WS-Recall-Status.
      *    The item-level sales detail, read end to end
           SELECT Sales-Detail-File ASSIGN TO "SALESDTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SDT-Key
           ALTERNATE RECORD KEY IS SDT-Date WITH DUPLICATES
           FILE STATUS IS WS-Sales-Detail-Status.
      *    Serial number registry, read end to end
           SELECT Serial-Reg-File ASSIGN TO "SERIALRG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Serial-Reg-Status.
      *    The transaction journal, for the card and lane of a sale
      *    - read from the earliest affected sale's number on
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           FILE STATUS IS WS-Txn-Journal-Status.
      *    The report this program produces
           SELECT Recall-Report-File ASSIGN TO "RECALRPT.TXT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Recall-File.
           COPY "RecallRecord.cpy".

       FD  Sales-Detail-File.
           COPY "SalesDetailRecord.cpy".

       FD  Serial-Reg-File.
           COPY "SerialRegRecord.cpy".

       FD  Txn-Journal-File.
           COPY "TxnJournalRecord.cpy".

       FD  Recall-Report-File.
       01  Report-Line-Record PIC X(100).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Recall-Status PIC X(02).
           88 WS-Recall-OK VALUE "00".
       01  WS-Sales-Detail-Status PIC X(02).
           88 WS-Sales-Detail-OK VALUE "00".
       01  WS-Serial-Reg-Status PIC X(02).
           88 WS-Serial-Reg-OK VALUE "00".
       01  WS-Txn-Journal-Status PIC X(02).
           88 WS-Txn-Journal-OK VALUE "00".
      *"Y" once each walk runs out of records
       01  WS-Recall-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Recall-EOF VALUE "Y".
       01  WS-Detail-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Detail-EOF VALUE "Y".
       01  WS-Serial-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Serial-EOF VALUE "Y".
       01  WS-Journal-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Journal-EOF VALUE "Y".
      *The one item asked for - blank takes every active recall
       01  WS-Only-Item-Code PIC X(10) VALUE SPACES.

      *The recalls being reported on
       01  WS-Recall-Table.
           05 WS-Rcl-Count PIC 9(03) COMP VALUE 0.
           05 WS-Rcl-Max PIC 9(03) COMP VALUE 50.
           05 WS-Rcl-Entry OCCURS 50 TIMES.
               10 WS-Rcl-Item-Code PIC X(10).
               10 WS-Rcl-Item-Name PIC X(20).
               10 WS-Rcl-Reference PIC X(12).
               10 WS-Rcl-Reason PIC X(30).
               10 WS-Rcl-Start-Date PIC X(10).
               10 WS-Rcl-Status PIC X(01).
               10 WS-Rcl-End-Date PIC X(10).
               10 WS-Rcl-Range-Count PIC 9(01).
               10 WS-Rcl-Range OCCURS 5 TIMES.
                   15 WS-Rcl-Serial-From PIC X(20).
                   15 WS-Rcl-Serial-To PIC X(20).
           05 RC PIC 9(03) COMP VALUE 0.
      *    The item code being looked for, and the recall it found
           05 WS-Find-Code PIC X(10) VALUE SPACES.
           05 WS-Rcl-Found PIC 9(03) COMP VALUE 0.
           05 RG PIC 9(01) COMP VALUE 0.

      *Every sales detail line of a recalled item
       01  WS-Line-Table.
           05 WS-Line-Count PIC 9(04) COMP VALUE 0.
           05 WS-Line-Max PIC 9(04) COMP VALUE 3000.
           05 WS-Line-Entry OCCURS 3000 TIMES.
               10 WS-Line-Recall PIC 9(03) COMP.
               10 WS-Line-Txn PIC 9(10).
               10 WS-Line-Date PIC X(10).
               10 WS-Line-Type PIC X(01).
               10 WS-Line-Qty PIC 9(03)V99.
               10 WS-Line-Store PIC X(03).
      *        Filled in from the journal
               10 WS-Line-Card PIC X(04).
               10 WS-Line-Lane PIC X(02).
      *        "Y" when the receipt was voided afterwards
               10 WS-Line-Voided PIC X(01).
      *        "Y" when the line is one the recall reaches - every
      *        line on a whole-item recall, only receipts carrying a
      *        recalled serial on a range recall
               10 WS-Line-Affected PIC X(01).
           05 LN PIC 9(04) COMP VALUE 0.
       01  WS-Lines-Dropped PIC 9(05) VALUE 0.

      *Every registry entry of a recalled item
       01  WS-Serial-Table.
           05 WS-Srl-Count PIC 9(04) COMP VALUE 0.
           05 WS-Srl-Max PIC 9(04) COMP VALUE 3000.
           05 WS-Srl-Entry OCCURS 3000 TIMES.
               10 WS-Srl-Recall PIC 9(03) COMP.
               10 WS-Srl-Serial PIC X(20).
               10 WS-Srl-Txn PIC 9(10).
               10 WS-Srl-Type PIC X(01).
      *        "Y" when the serial falls inside a recalled range (or
      *        the whole item is recalled)
               10 WS-Srl-In-Range PIC X(01).
           05 SE PIC 9(04) COMP VALUE 0.
       01  WS-Serials-Dropped PIC 9(05) VALUE 0.

      *Counts for one recall, and for the whole run
       01  WS-Recall-Totals.
           05 WS-Rcl-Lines PIC 9(05) VALUE 0.
           05 WS-Rcl-Sold-Qty PIC 9(07)V99 VALUE 0.
           05 WS-Rcl-Back-Qty PIC 9(07)V99 VALUE 0.
           05 WS-Rcl-Traceable PIC 9(05) VALUE 0.
           05 WS-Total-Lines PIC 9(06) VALUE 0.
           05 WS-Total-Traceable PIC 9(06) VALUE 0.
      *Edited figures for the report lines
       01  WS-Disp-Recall-Fields.
           05 WS-Disp-Count PIC ZZZ,ZZ9.
           05 WS-Disp-Count2 PIC ZZZ,ZZ9.
           05 WS-Disp-Qty PIC ZZ9.99.
           05 WS-Disp-Total-Qty PIC Z,ZZZ,ZZ9.99.
           05 WS-Disp-Total-Qty2 PIC Z,ZZZ,ZZ9.99.
      *What a line or serial shows in its words columns
       01  WS-Line-Kind PIC X(08) VALUE SPACES.
       01  WS-Line-Note PIC X(20) VALUE SPACES.
       01  WS-Serial-Kind PIC X(12) VALUE SPACES.
      *Today's date, for the heading
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Gather the recalls, then report
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           DISPLAY "Item code (blank=every active recall):".
           ACCEPT WS-Only-Item-Code.

           OPEN INPUT Recall-File.
           IF NOT WS-Recall-OK THEN
               DISPLAY "No recall file (RECALL.DAT) to report on"
               STOP RUN
           END-IF.
           IF WS-Only-Item-Code NOT = SPACES THEN
               MOVE WS-Only-Item-Code TO RCL-Item-Code
               READ Recall-File
                   INVALID KEY
                       DISPLAY "No recall on file for that item"
                   NOT INVALID KEY
                       PERFORM Keep-Recall-Section
               END-READ
           ELSE
               PERFORM Load-One-Recall-Section
                   UNTIL WS-Recall-EOF
           END-IF.
           CLOSE Recall-File.
           IF WS-Rcl-Count = 0 THEN
               DISPLAY "No recalls to report on"
               STOP RUN
           END-IF.

      *    The registry first - a range recall only reaches the
      *    receipts that carried one of its serials.
           OPEN INPUT Serial-Reg-File.
           IF WS-Serial-Reg-OK THEN
               PERFORM Load-One-Serial-Section
                   UNTIL WS-Serial-EOF
               CLOSE Serial-Reg-File
           END-IF.

           OPEN INPUT Sales-Detail-File.
           IF NOT WS-Sales-Detail-OK THEN
               DISPLAY "No sales detail file (SALESDTL.DAT) to "
                   "report on"
               STOP RUN
           END-IF.
           PERFORM Load-One-Detail-Section
               UNTIL WS-Detail-EOF.
           CLOSE Sales-Detail-File.

      *    The detail comes off in transaction number order, so the
      *    first kept line is the earliest sale - neither its own
      *    journal record nor any void of one can lie before it.
           IF WS-Line-Count > 0 THEN
               OPEN INPUT Txn-Journal-File
               IF WS-Txn-Journal-OK THEN
                   MOVE WS-Line-Txn(1) TO TJR-Txn-Number
                   START Txn-Journal-File
                       KEY IS NOT < TJR-Txn-Number
                       INVALID KEY
                           SET WS-Journal-EOF TO TRUE
                   END-START
                   PERFORM Match-One-Journal-Section
                       UNTIL WS-Journal-EOF
                   CLOSE Txn-Journal-File
               END-IF
           END-IF.

           PERFORM Print-Report-Section.
           DISPLAY "Recall report written to RECALRPT.TXT".
           STOP RUN.

       Load-One-Recall-Section SECTION. *> One active recall kept
           READ Recall-File NEXT RECORD
               AT END
                   SET WS-Recall-EOF TO TRUE
               NOT AT END
                   IF RCL-Is-Active THEN
                       PERFORM Keep-Recall-Section
                   END-IF
           END-READ.

       Keep-Recall-Section SECTION. *> Into the recall table
           IF WS-Rcl-Count >= WS-Rcl-Max THEN
               DISPLAY "More than 50 recalls - " RCL-Item-Code
                   " left off"
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-Rcl-Count.
           MOVE RCL-Item-Code TO WS-Rcl-Item-Code(WS-Rcl-Count).
           MOVE SPACES TO WS-Rcl-Item-Name(WS-Rcl-Count).
           MOVE RCL-Reference TO WS-Rcl-Reference(WS-Rcl-Count).
           MOVE RCL-Reason TO WS-Rcl-Reason(WS-Rcl-Count).
           MOVE RCL-Start-Date TO WS-Rcl-Start-Date(WS-Rcl-Count).
           MOVE RCL-Status TO WS-Rcl-Status(WS-Rcl-Count).
           MOVE RCL-End-Date TO WS-Rcl-End-Date(WS-Rcl-Count).
           MOVE RCL-Range-Count
               TO WS-Rcl-Range-Count(WS-Rcl-Count).
           PERFORM Keep-One-Range-Section
               VARYING RG FROM 1 BY 1 UNTIL RG > 5.

       Keep-One-Range-Section SECTION. *> One serial range copied
           MOVE RCL-Serial-From(RG)
               TO WS-Rcl-Serial-From(WS-Rcl-Count, RG).
           MOVE RCL-Serial-To(RG)
               TO WS-Rcl-Serial-To(WS-Rcl-Count, RG).

       Find-Recall-Section SECTION. *> Which recall owns a code
      *    The caller puts the code in WS-Find-Code and reads the
      *    slot back from WS-Rcl-Found (zero when not recalled).
           MOVE 0 TO WS-Rcl-Found.
           PERFORM Match-One-Recall-Section
               VARYING RC FROM 1 BY 1
               UNTIL RC > WS-Rcl-Count OR WS-Rcl-Found > 0.

       Match-One-Recall-Section SECTION. *> Try one recall row
           IF WS-Rcl-Item-Code(RC) = WS-Find-Code THEN
               MOVE RC TO WS-Rcl-Found
           END-IF.

       Load-One-Serial-Section SECTION. *> One registry record
           READ Serial-Reg-File
               AT END
                   SET WS-Serial-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           MOVE SRG-Item-Code TO WS-Find-Code.
           PERFORM Find-Recall-Section.
           IF WS-Rcl-Found = 0 THEN
               EXIT SECTION
           END-IF.
           IF WS-Srl-Count >= WS-Srl-Max THEN
               ADD 1 TO WS-Serials-Dropped
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-Srl-Count.
           MOVE WS-Rcl-Found TO WS-Srl-Recall(WS-Srl-Count).
           MOVE SRG-Serial TO WS-Srl-Serial(WS-Srl-Count).
           MOVE SRG-Txn-Number TO WS-Srl-Txn(WS-Srl-Count).
           MOVE SRG-Type TO WS-Srl-Type(WS-Srl-Count).
           IF WS-Rcl-Range-Count(WS-Rcl-Found) = 0 THEN
               MOVE "Y" TO WS-Srl-In-Range(WS-Srl-Count)
           ELSE
               MOVE "N" TO WS-Srl-In-Range(WS-Srl-Count)
               PERFORM Range-Check-One-Section
                   VARYING RG FROM 1 BY 1
                   UNTIL RG > WS-Rcl-Range-Count(WS-Rcl-Found)
           END-IF.

       Range-Check-One-Section SECTION. *> Serial inside one range?
           IF SRG-Serial NOT < WS-Rcl-Serial-From(WS-Rcl-Found, RG)
                   AND SRG-Serial
                       NOT > WS-Rcl-Serial-To(WS-Rcl-Found, RG) THEN
               MOVE "Y" TO WS-Srl-In-Range(WS-Srl-Count)
           END-IF.

       Load-One-Detail-Section SECTION. *> One sold line kept
           READ Sales-Detail-File
               AT END
                   SET WS-Detail-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF SDT-Item-Code = SPACES THEN
               EXIT SECTION
           END-IF.
           MOVE SDT-Item-Code TO WS-Find-Code.
           PERFORM Find-Recall-Section.
           IF WS-Rcl-Found = 0 THEN
               EXIT SECTION
           END-IF.
           IF WS-Rcl-Item-Name(WS-Rcl-Found) = SPACES THEN
               MOVE SDT-Item-Name TO WS-Rcl-Item-Name(WS-Rcl-Found)
           END-IF.
           IF WS-Line-Count >= WS-Line-Max THEN
               ADD 1 TO WS-Lines-Dropped
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-Line-Count.
           MOVE WS-Rcl-Found TO WS-Line-Recall(WS-Line-Count).
           MOVE SDT-Txn-Number TO WS-Line-Txn(WS-Line-Count).
           MOVE SDT-Date TO WS-Line-Date(WS-Line-Count).
           MOVE SDT-Txn-Type TO WS-Line-Type(WS-Line-Count).
           MOVE SDT-Qty TO WS-Line-Qty(WS-Line-Count).
           MOVE SDT-Store TO WS-Line-Store(WS-Line-Count).
           MOVE SPACES TO WS-Line-Card(WS-Line-Count).
           MOVE SPACES TO WS-Line-Lane(WS-Line-Count).
           MOVE "N" TO WS-Line-Voided(WS-Line-Count).
           IF WS-Rcl-Range-Count(WS-Rcl-Found) = 0 THEN
               MOVE "Y" TO WS-Line-Affected(WS-Line-Count)
           ELSE
               MOVE "N" TO WS-Line-Affected(WS-Line-Count)
               PERFORM Affect-By-Serial-Section
                   VARYING SE FROM 1 BY 1 UNTIL SE > WS-Srl-Count
           END-IF.

       Affect-By-Serial-Section SECTION. *> A recalled serial on it?
           IF WS-Srl-Recall(SE) = WS-Rcl-Found
                   AND WS-Srl-Txn(SE) = SDT-Txn-Number
                   AND WS-Srl-In-Range(SE) = "Y" THEN
               MOVE "Y" TO WS-Line-Affected(WS-Line-Count)
           END-IF.

       Match-One-Journal-Section SECTION. *> Card and lane onto lines
           READ Txn-Journal-File NEXT RECORD
               AT END
                   SET WS-Journal-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           PERFORM Match-Journal-Line-Section
               VARYING LN FROM 1 BY 1 UNTIL LN > WS-Line-Count.

       Match-Journal-Line-Section SECTION. *> Try one kept line
      *    The sale's own record gives the card and lane; a later
      *    void pointing back at it marks the units as never gone.
           IF TJR-Txn-Type = "V" THEN
               IF TJR-Void-Ref = WS-Line-Txn(LN) THEN
                   MOVE "Y" TO WS-Line-Voided(LN)
               END-IF
           ELSE
               IF TJR-Txn-Number = WS-Line-Txn(LN) THEN
                   MOVE TJR-Card-Last4 TO WS-Line-Card(LN)
                   MOVE TJR-Lane TO WS-Line-Lane(LN)
               END-IF
           END-IF.

       Print-Report-Section SECTION. *> Recalls in turn, then totals
           OPEN OUTPUT Recall-Report-File.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Product Recall - Affected Sales   " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.

           PERFORM Print-One-Recall-Section
               VARYING RC FROM 1 BY 1 UNTIL RC > WS-Rcl-Count.

           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Total-Lines TO WS-Disp-Count.
           MOVE WS-Total-Traceable TO WS-Disp-Count2.
           MOVE SPACES TO Report-Line-Record.
           STRING "All recalls - affected lines:" DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  "  traceable by card:" DELIMITED BY SIZE
                  WS-Disp-Count2 DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.
      *    A report that quietly stopped short would leave customers
      *    uncontacted - say so plainly.
           IF WS-Lines-Dropped > 0 OR WS-Serials-Dropped > 0 THEN
               MOVE WS-Lines-Dropped TO WS-Disp-Count
               MOVE WS-Serials-Dropped TO WS-Disp-Count2
               MOVE SPACES TO Report-Line-Record
               STRING "INCOMPLETE - lines not held:" DELIMITED BY SIZE
                      WS-Disp-Count DELIMITED BY SIZE
                      "  serials not held:" DELIMITED BY SIZE
                      WS-Disp-Count2 DELIMITED BY SIZE
                   INTO Report-Line-Record
               WRITE Report-Line-Record
               DISPLAY Report-Line-Record
           END-IF.
           CLOSE Recall-Report-File.

       Print-One-Recall-Section SECTION. *> One recall's sales
           MOVE 0 TO WS-Rcl-Lines.
           MOVE 0 TO WS-Rcl-Sold-Qty.
           MOVE 0 TO WS-Rcl-Back-Qty.
           MOVE 0 TO WS-Rcl-Traceable.

           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Recall " DELIMITED BY SIZE
                  WS-Rcl-Reference(RC) DELIMITED BY SIZE
                  "  Item " DELIMITED BY SIZE
                  WS-Rcl-Item-Code(RC) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Rcl-Item-Name(RC) DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           IF WS-Rcl-Status(RC) = "A" THEN
               STRING "  Active since " DELIMITED BY SIZE
                      WS-Rcl-Start-Date(RC) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-Rcl-Reason(RC) DELIMITED BY SIZE
                   INTO Report-Line-Record
           ELSE
               STRING "  Ran " DELIMITED BY SIZE
                      WS-Rcl-Start-Date(RC) DELIMITED BY SIZE
                      " to " DELIMITED BY SIZE
                      WS-Rcl-End-Date(RC) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-Rcl-Reason(RC) DELIMITED BY SIZE
                   INTO Report-Line-Record
           END-IF.
           WRITE Report-Line-Record.
           IF WS-Rcl-Range-Count(RC) = 0 THEN
               MOVE "  Every unit recalled" TO Report-Line-Record
               WRITE Report-Line-Record
           ELSE
               PERFORM Print-One-Range-Section
                   VARYING RG FROM 1 BY 1
                   UNTIL RG > WS-Rcl-Range-Count(RC)
           END-IF.
           MOVE SPACES TO Report-Line-Record.
           STRING "  Txn No.     Date        Lane  Type         Qty  "
                      DELIMITED BY SIZE
                  "Card  Note" DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

           PERFORM Print-One-Line-Section
               VARYING LN FROM 1 BY 1 UNTIL LN > WS-Line-Count.
           IF WS-Rcl-Lines = 0 THEN
               MOVE "  (no affected sales on file)"
                   TO Report-Line-Record
               WRITE Report-Line-Record
           END-IF.

           MOVE WS-Rcl-Lines TO WS-Disp-Count.
           MOVE WS-Rcl-Traceable TO WS-Disp-Count2.
           MOVE WS-Rcl-Sold-Qty TO WS-Disp-Total-Qty.
           MOVE WS-Rcl-Back-Qty TO WS-Disp-Total-Qty2.
           MOVE SPACES TO Report-Line-Record.
           STRING "  lines:" DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  " sold:" DELIMITED BY SIZE
                  WS-Disp-Total-Qty DELIMITED BY SIZE
                  " returned:" DELIMITED BY SIZE
                  WS-Disp-Total-Qty2 DELIMITED BY SIZE
                  " by card:" DELIMITED BY SIZE
                  WS-Disp-Count2 DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           ADD WS-Rcl-Lines TO WS-Total-Lines.
           ADD WS-Rcl-Traceable TO WS-Total-Traceable.

       Print-One-Range-Section SECTION. *> One serial range shown
           MOVE SPACES TO Report-Line-Record.
           STRING "  Serials " DELIMITED BY SIZE
                  WS-Rcl-Serial-From(RC, RG) DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-Rcl-Serial-To(RC, RG) DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-One-Line-Section SECTION. *> One affected receipt line
           IF WS-Line-Recall(LN) NOT = RC
                   OR WS-Line-Affected(LN) NOT = "Y" THEN
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-Rcl-Lines.
           MOVE SPACES TO WS-Line-Note.
           IF WS-Line-Type(LN) = "R" THEN
               MOVE "Returned" TO WS-Line-Kind
           ELSE
               MOVE "Sold" TO WS-Line-Kind
           END-IF.
           IF WS-Line-Voided(LN) = "Y" THEN
               MOVE "Voided - not gone" TO WS-Line-Note
           ELSE
               IF WS-Line-Type(LN) = "R" THEN
                   ADD WS-Line-Qty(LN) TO WS-Rcl-Back-Qty
               ELSE
                   ADD WS-Line-Qty(LN) TO WS-Rcl-Sold-Qty
               END-IF
           END-IF.
      *    Only a card sale can be traced back to a customer
           IF WS-Line-Card(LN) NOT = SPACES THEN
               ADD 1 TO WS-Rcl-Traceable
           END-IF.

           MOVE WS-Line-Qty(LN) TO WS-Disp-Qty.
           MOVE SPACES TO Report-Line-Record.
           STRING "  " DELIMITED BY SIZE
                  WS-Line-Txn(LN) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Line-Date(LN) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Line-Lane(LN) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-Line-Kind DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Qty DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Line-Card(LN) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Line-Note DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

      *    The serials that went out (or came back) on this receipt
           PERFORM Print-One-Serial-Section
               VARYING SE FROM 1 BY 1 UNTIL SE > WS-Srl-Count.

       Print-One-Serial-Section SECTION. *> One serial on the receipt
           IF WS-Srl-Recall(SE) NOT = RC
                   OR WS-Srl-Txn(SE) NOT = WS-Line-Txn(LN)
                   OR WS-Srl-Type(SE) NOT = WS-Line-Type(LN) THEN
               EXIT SECTION
           END-IF.
           IF WS-Srl-In-Range(SE) = "Y" THEN
               MOVE "recalled" TO WS-Serial-Kind
           ELSE
               MOVE "not in range" TO WS-Serial-Kind
           END-IF.
           MOVE SPACES TO Report-Line-Record.
           STRING "      serial " DELIMITED BY SIZE
                  WS-Srl-Serial(SE) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Serial-Kind DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
       END PROGRAM RecallReport.
