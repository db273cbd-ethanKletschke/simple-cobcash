      *Supplier scorecard: a month's facts on each supplier, off the
      *files that already hold them - the order date, quantity and
      *received quantity on every PO line (POMASTER.DAT), each
      *delivery's date, PO and cost change on the receiving journal
      *(RECVJRNL.TXT), and the lead time the supplier promised
      *(SUPPLIER.DAT). Per supplier it shows the actual average lead
      *time against the promised one, the share of deliveries that
      *arrived on time, the fill rate on lines falling due in the
      *month, how many POs are overdue now, and the unit-cost rises
      *booked in over the month (SUPSCORE.TXT). Every overdue line is
      *also listed supplier by supplier, with room for the buyer's
      *notes, as an expediting sheet to phone round (EXPEDITE.TXT).
      *Run monthly after the last receiving of the month.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupplierScore.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Supplier master, walked once for names and promised lead
      *    times
           SELECT Supplier-File ASSIGN TO "SUPPLIER.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUP-Supplier-Code
           FILE STATUS IS WS-Supplier-Status.
      *    Purchase order lines - walked end to end for fill and
      *    overdue, and read by key for each delivery's order date
           SELECT Purch-Order-File ASSIGN TO "POMASTER.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PO-Key
           FILE STATUS IS WS-Purch-Order-Status.
      *    The receiving journal, one line per booked-in delivery line
           SELECT Recv-Journal-File ASSIGN TO "RECVJRNL.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Recv-Journal-Status.
      *    The scorecard this program produces
           SELECT Score-Report-File ASSIGN TO "SUPSCORE.TXT"
           ORGANIZATION LINE SEQUENTIAL.
      *    The expediting sheet of overdue lines
           SELECT Expedite-File ASSIGN TO "EXPEDITE.TXT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Supplier-File.
           COPY "SupplierRecord.cpy".

       FD  Purch-Order-File.
           COPY "PurchOrderRecord.cpy".

      *The journal line as goods receiving lays it out: date 1-10,
      *item 37-46, "@" and unit cost at 58-67, PO number 114-119,
      *cost on file before the delivery at 125-133, supplier 139-144.
      *Lines written before the PO and supplier were carried have
      *blanks there and take no part.
       FD  Recv-Journal-File.
       01  Recv-Journal-Record PIC X(160).

       FD  Score-Report-File.
       01  Score-Line-Record PIC X(100).

       FD  Expedite-File.
       01  Expedite-Line-Record PIC X(110).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Supplier-Status PIC X(02).
           88 WS-Supplier-OK VALUE "00".
       01  WS-Purch-Order-Status PIC X(02).
           88 WS-Purch-Order-OK VALUE "00".
       01  WS-Recv-Journal-Status PIC X(02).
           88 WS-Recv-Journal-OK VALUE "00".
      *"Y" once each walk runs out of records
       01  WS-Walk-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Walk-EOF VALUE "Y".
      *"Y" once the PO file opened - the journal's lookups need it
       01  WS-PO-Opened-Flag PIC X(01) VALUE "N".
           88 WS-PO-Opened VALUE "Y".

      *The month being scored, keyed as yyyy/mm, and its first and
      *last possible day in the files' own form
       01  WS-Score-Controls.
           05 WS-Score-Month PIC X(07) VALUE SPACES.
           05 WS-Month-Start PIC X(10) VALUE SPACES.
           05 WS-Month-End PIC X(10) VALUE SPACES.
      *    Today, as a day number - overdue is judged against it
           05 WS-Today-Digits PIC 9(08) VALUE 0.
           05 WS-Today-Int PIC 9(07) VALUE 0.

      *Day-number conversion - a yyyy/mm/dd date in, its day number
      *out (zero when the date isn't a real one)
       01  WS-Date-Work.
           05 WS-Cvt-Date PIC X(10) VALUE SPACES.
           05 WS-Cvt-Digits.
               10 WS-Cvt-YYYY PIC X(04).
               10 WS-Cvt-MM PIC X(02).
               10 WS-Cvt-DD PIC X(02).
           05 WS-Cvt-Number REDEFINES WS-Cvt-Digits PIC 9(08).
           05 WS-Cvt-Int PIC 9(07) VALUE 0.
      *    A line's order and due day numbers, and due as a date
           05 WS-Order-Int PIC 9(07) VALUE 0.
           05 WS-Due-Int PIC 9(07) VALUE 0.
           05 WS-Due-Digits PIC 9(08) VALUE 0.
           05 WS-Due-Edit PIC 9999/99/99.
           05 WS-Due-Date PIC X(10) VALUE SPACES.
           05 WS-Late-Days PIC 9(05) VALUE 0.

      *One row per supplier - what the month shows for each
       01  WS-Supplier-Scores.
           05 WS-Scr-Count PIC 9(03) COMP VALUE 0.
           05 WS-Scr-Max PIC 9(03) COMP VALUE 300.
           05 WS-Scr-Entry OCCURS 300 TIMES.
               10 WS-Scr-Code PIC X(06).
               10 WS-Scr-Name PIC X(30).
               10 WS-Scr-Promised PIC 9(03).
      *        Deliveries booked in this month against a PO, the
      *        days they took in all, and how many came on time
               10 WS-Scr-Deliveries PIC 9(05).
               10 WS-Scr-Lead-Total PIC 9(07).
               10 WS-Scr-On-Time PIC 9(05).
      *        Lines falling due in the month - ordered vs received
               10 WS-Scr-Due-Ordered PIC 9(07).
               10 WS-Scr-Due-Received PIC 9(07)V99.
      *        Outstanding past due today - lines, and distinct POs
               10 WS-Scr-Overdue-Lines PIC 9(05).
               10 WS-Scr-Overdue-POs PIC 9(05).
               10 WS-Scr-Last-Overdue-PO PIC 9(06).
      *        Unit-cost rises booked in, and their percents summed
               10 WS-Scr-Cost-Rises PIC 9(05).
               10 WS-Scr-Rise-Pct-Total PIC 9(07)V99.
           05 SC PIC 9(03) COMP VALUE 0.
           05 WS-Scr-Found PIC 9(03) COMP VALUE 0.
      *The supplier code being looked for
       01  WS-Cur-Supplier PIC X(06) VALUE SPACES.

      *Overdue lines for the expediting sheet, in PO order
       01  WS-Overdue-Lines.
           05 WS-Ovd-Count PIC 9(04) COMP VALUE 0.
           05 WS-Ovd-Max PIC 9(04) COMP VALUE 1000.
           05 WS-Ovd-Entry OCCURS 1000 TIMES.
               10 WS-Ovd-Supplier PIC 9(03) COMP.
               10 WS-Ovd-PO-Number PIC 9(06).
               10 WS-Ovd-Item-Code PIC X(10).
               10 WS-Ovd-Order-Date PIC X(10).
               10 WS-Ovd-Due-Date PIC X(10).
               10 WS-Ovd-Late-Days PIC 9(05).
               10 WS-Ovd-Ordered PIC 9(05).
               10 WS-Ovd-Received PIC 9(05)V99.
           05 OV PIC 9(04) COMP VALUE 0.
           05 WS-Ovd-Listed PIC 9(04) COMP VALUE 0.

      *One journal line picked apart
       01  WS-Jrnl-Fields.
           05 WS-Jrnl-Date PIC X(10) VALUE SPACES.
           05 WS-Jrnl-PO-Text PIC X(06) VALUE SPACES.
           05 WS-Jrnl-PO-Number REDEFINES WS-Jrnl-PO-Text PIC 9(06).
           05 WS-Jrnl-Recv-Int PIC 9(07) VALUE 0.
           05 WS-Jrnl-Lead-Days PIC S9(05) VALUE 0.
           05 WS-Jrnl-New-Cost PIC 9(06)V99 VALUE 0.
           05 WS-Jrnl-Prev-Cost PIC 9(06)V99 VALUE 0.
           05 WS-Jrnl-Rise-Pct PIC 9(05)V99 VALUE 0.

      *Worked figures and edited fields for the report lines
       01  WS-Score-Figures.
           05 WS-Avg-Lead PIC 9(04)V9 VALUE 0.
           05 WS-Pct PIC 9(04)V9 VALUE 0.
           05 WS-Avg-Rise PIC 9(04)V9 VALUE 0.
           05 WS-Outstanding PIC S9(05)V99 VALUE 0.
           05 WS-Active-Count PIC 9(03) VALUE 0.
       01  WS-Disp-Score-Fields.
           05 WS-Disp-Lead PIC ZZZ9.9.
           05 WS-Disp-Promised PIC ZZ9.
           05 WS-Disp-Pct PIC ZZZ9.9.
           05 WS-Disp-Count PIC ZZZZ9.
           05 WS-Disp-Count2 PIC ZZZZ9.
           05 WS-Disp-Qty PIC ZZZZZZ9.
           05 WS-Disp-Qty2 PIC ZZZZZZ9.99.
           05 WS-Disp-Late PIC ZZZZ9.
           05 WS-Disp-Outstanding PIC -ZZZZ9.99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Gather the month, then report it
           DISPLAY "Supplier scorecard for month (yyyy/mm):".
           ACCEPT WS-Score-Month.
           IF WS-Score-Month = SPACES THEN
               DISPLAY "A month is required"
               STOP RUN
           END-IF.
           STRING WS-Score-Month DELIMITED BY SIZE
                  "/01" DELIMITED BY SIZE
               INTO WS-Month-Start.
           STRING WS-Score-Month DELIMITED BY SIZE
                  "/31" DELIMITED BY SIZE
               INTO WS-Month-End.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Digits.
           COMPUTE WS-Today-Int =
               FUNCTION INTEGER-OF-DATE(WS-Today-Digits).

           PERFORM Load-Suppliers-Section.

           OPEN INPUT Purch-Order-File.
           IF WS-Purch-Order-OK THEN
               SET WS-PO-Opened TO TRUE
               MOVE "N" TO WS-Walk-EOF-Flag
               PERFORM Score-One-PO-Line-Section
                   UNTIL WS-Walk-EOF
           ELSE
               DISPLAY "POMASTER.DAT not readable (status "
                   WS-Purch-Order-Status ") - no PO figures"
           END-IF.

           OPEN INPUT Recv-Journal-File.
           IF WS-Recv-Journal-OK THEN
               MOVE "N" TO WS-Walk-EOF-Flag
               PERFORM Score-One-Delivery-Section
                   UNTIL WS-Walk-EOF
               CLOSE Recv-Journal-File
           END-IF.
           IF WS-PO-Opened THEN
               CLOSE Purch-Order-File
           END-IF.

           OPEN OUTPUT Score-Report-File.
           PERFORM Print-Scorecard-Section.
           CLOSE Score-Report-File.

           OPEN OUTPUT Expedite-File.
           PERFORM Print-Expedite-Section.
           CLOSE Expedite-File.

           MOVE WS-Ovd-Count TO WS-Disp-Count.
           DISPLAY "Scorecard written to SUPSCORE.TXT, "
               WS-Disp-Count " overdue lines to EXPEDITE.TXT".
           STOP RUN.

       Load-Suppliers-Section SECTION. *> Names and promised times
           OPEN INPUT Supplier-File.
           IF NOT WS-Supplier-OK THEN
               DISPLAY "SUPPLIER.DAT not readable (status "
                   WS-Supplier-Status ") - codes only"
               EXIT SECTION
           END-IF.
           MOVE "N" TO WS-Walk-EOF-Flag.
           PERFORM Load-One-Supplier-Section
               UNTIL WS-Walk-EOF.
           CLOSE Supplier-File.

       Load-One-Supplier-Section SECTION. *> One supplier's row
           READ Supplier-File NEXT RECORD
               AT END
                   SET WS-Walk-EOF TO TRUE
               NOT AT END
                   MOVE SUP-Supplier-Code TO WS-Cur-Supplier
                   PERFORM Find-Supplier-Row-Section
                   IF WS-Scr-Found > 0 THEN
                       MOVE SUP-Name TO WS-Scr-Name(WS-Scr-Found)
                       MOVE SUP-Lead-Time-Days
                           TO WS-Scr-Promised(WS-Scr-Found)
                   END-IF
           END-READ.

       Find-Supplier-Row-Section SECTION. *> Row for WS-Cur-Supplier
      *    A code met on a PO or the journal but missing from the
      *    supplier master still gets its row, under its code.
           MOVE 0 TO WS-Scr-Found.
           PERFORM Match-Supplier-Row-Section
               VARYING SC FROM 1 BY 1 UNTIL SC > WS-Scr-Count.
           IF WS-Scr-Found = 0
                   AND WS-Scr-Count < WS-Scr-Max THEN
               ADD 1 TO WS-Scr-Count
               MOVE WS-Scr-Count TO WS-Scr-Found
               MOVE WS-Cur-Supplier TO WS-Scr-Code(WS-Scr-Found)
               MOVE "(not on supplier file)"
                   TO WS-Scr-Name(WS-Scr-Found)
               MOVE 0 TO WS-Scr-Promised(WS-Scr-Found)
               MOVE 0 TO WS-Scr-Deliveries(WS-Scr-Found)
               MOVE 0 TO WS-Scr-Lead-Total(WS-Scr-Found)
               MOVE 0 TO WS-Scr-On-Time(WS-Scr-Found)
               MOVE 0 TO WS-Scr-Due-Ordered(WS-Scr-Found)
               MOVE 0 TO WS-Scr-Due-Received(WS-Scr-Found)
               MOVE 0 TO WS-Scr-Overdue-Lines(WS-Scr-Found)
               MOVE 0 TO WS-Scr-Overdue-POs(WS-Scr-Found)
               MOVE 0 TO WS-Scr-Last-Overdue-PO(WS-Scr-Found)
               MOVE 0 TO WS-Scr-Cost-Rises(WS-Scr-Found)
               MOVE 0 TO WS-Scr-Rise-Pct-Total(WS-Scr-Found)
           END-IF.

       Match-Supplier-Row-Section SECTION. *> Try one row
           IF WS-Scr-Code(SC) = WS-Cur-Supplier THEN
               MOVE SC TO WS-Scr-Found
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

       Score-One-PO-Line-Section SECTION. *> One ordered line
           READ Purch-Order-File NEXT RECORD
               AT END
                   SET WS-Walk-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           MOVE PO-Supplier-Code TO WS-Cur-Supplier.
           PERFORM Find-Supplier-Row-Section.
           IF WS-Scr-Found = 0 THEN
               EXIT SECTION
           END-IF.
           MOVE PO-Order-Date TO WS-Cvt-Date.
           PERFORM Date-To-Int-Section.
           IF WS-Cvt-Int = 0 THEN
               EXIT SECTION
           END-IF.

      *    Due is the order date plus what the supplier promised
           MOVE WS-Cvt-Int TO WS-Order-Int.
           COMPUTE WS-Due-Int =
               WS-Order-Int + WS-Scr-Promised(WS-Scr-Found).
           COMPUTE WS-Due-Digits = FUNCTION DATE-OF-INTEGER(WS-Due-Int).
           MOVE WS-Due-Digits TO WS-Due-Edit.
           MOVE WS-Due-Edit TO WS-Due-Date.

      *    A line falling due in the month counts towards its fill
           IF WS-Due-Date NOT < WS-Month-Start
                   AND WS-Due-Date NOT > WS-Month-End THEN
               ADD PO-Qty-Ordered TO WS-Scr-Due-Ordered(WS-Scr-Found)
               ADD PO-Qty-Received
                   TO WS-Scr-Due-Received(WS-Scr-Found)
           END-IF.

      *    Still outstanding past its due day is overdue as of today
           IF PO-Is-Outstanding AND WS-Due-Int < WS-Today-Int THEN
               ADD 1 TO WS-Scr-Overdue-Lines(WS-Scr-Found)
      *        A PO's lines come together in key order - only its
      *        first overdue line counts the PO itself.
               IF PO-Number
                       NOT = WS-Scr-Last-Overdue-PO(WS-Scr-Found) THEN
                   ADD 1 TO WS-Scr-Overdue-POs(WS-Scr-Found)
                   MOVE PO-Number
                       TO WS-Scr-Last-Overdue-PO(WS-Scr-Found)
               END-IF
               IF WS-Ovd-Count < WS-Ovd-Max THEN
                   ADD 1 TO WS-Ovd-Count
                   MOVE WS-Scr-Found TO WS-Ovd-Supplier(WS-Ovd-Count)
                   MOVE PO-Number TO WS-Ovd-PO-Number(WS-Ovd-Count)
                   MOVE PO-Item-Code TO WS-Ovd-Item-Code(WS-Ovd-Count)
                   MOVE PO-Order-Date
                       TO WS-Ovd-Order-Date(WS-Ovd-Count)
                   MOVE WS-Due-Date TO WS-Ovd-Due-Date(WS-Ovd-Count)
                   COMPUTE WS-Ovd-Late-Days(WS-Ovd-Count) =
                       WS-Today-Int - WS-Due-Int
                   MOVE PO-Qty-Ordered TO WS-Ovd-Ordered(WS-Ovd-Count)
                   MOVE PO-Qty-Received
                       TO WS-Ovd-Received(WS-Ovd-Count)
               END-IF
           END-IF.

       Score-One-Delivery-Section SECTION. *> One journal line
           READ Recv-Journal-File
               AT END
                   SET WS-Walk-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           MOVE Recv-Journal-Record(1:10) TO WS-Jrnl-Date.
           IF WS-Jrnl-Date < WS-Month-Start
                   OR WS-Jrnl-Date > WS-Month-End THEN
               EXIT SECTION
           END-IF.

      *    A delivery against a PO line gives a lead time - from the
      *    line's order date to the day it was booked in.
           MOVE Recv-Journal-Record(114:6) TO WS-Jrnl-PO-Text.
           IF WS-PO-Opened
                   AND WS-Jrnl-PO-Text IS NUMERIC
                   AND WS-Jrnl-PO-Number > 0 THEN
               PERFORM Score-PO-Delivery-Section
           END-IF.

      *    A cost booked in above the one on file is a rise against
      *    the supplier on the line.
           IF Recv-Journal-Record(58:1) = "@"
                   AND Recv-Journal-Record(139:6) NOT = SPACES THEN
               PERFORM Score-Cost-Change-Section
           END-IF.

       Score-PO-Delivery-Section SECTION. *> Lead time of one delivery
           MOVE WS-Jrnl-PO-Number TO PO-Number.
           MOVE Recv-Journal-Record(37:10) TO PO-Item-Code.
           READ Purch-Order-File KEY IS PO-Key
               INVALID KEY
                   EXIT SECTION
           END-READ.
           MOVE PO-Supplier-Code TO WS-Cur-Supplier.
           PERFORM Find-Supplier-Row-Section.
           IF WS-Scr-Found = 0 THEN
               EXIT SECTION
           END-IF.
           MOVE PO-Order-Date TO WS-Cvt-Date.
           PERFORM Date-To-Int-Section.
           MOVE WS-Cvt-Int TO WS-Order-Int.
           MOVE WS-Jrnl-Date TO WS-Cvt-Date.
           PERFORM Date-To-Int-Section.
           MOVE WS-Cvt-Int TO WS-Jrnl-Recv-Int.
           IF WS-Order-Int = 0 OR WS-Jrnl-Recv-Int = 0 THEN
               EXIT SECTION
           END-IF.
           COMPUTE WS-Jrnl-Lead-Days = WS-Jrnl-Recv-Int - WS-Order-Int.
           IF WS-Jrnl-Lead-Days < 0 THEN
               MOVE 0 TO WS-Jrnl-Lead-Days
           END-IF.
           ADD 1 TO WS-Scr-Deliveries(WS-Scr-Found).
           ADD WS-Jrnl-Lead-Days TO WS-Scr-Lead-Total(WS-Scr-Found).
           IF WS-Jrnl-Lead-Days NOT > WS-Scr-Promised(WS-Scr-Found)
                   THEN
               ADD 1 TO WS-Scr-On-Time(WS-Scr-Found)
           END-IF.

       Score-Cost-Change-Section SECTION. *> Did the unit cost rise?
           COMPUTE WS-Jrnl-New-Cost =
               FUNCTION NUMVAL-C(Recv-Journal-Record(59:9)).
           COMPUTE WS-Jrnl-Prev-Cost =
               FUNCTION NUMVAL-C(Recv-Journal-Record(125:9)).
           IF WS-Jrnl-Prev-Cost = 0
                   OR WS-Jrnl-New-Cost NOT > WS-Jrnl-Prev-Cost THEN
               EXIT SECTION
           END-IF.
           MOVE Recv-Journal-Record(139:6) TO WS-Cur-Supplier.
           PERFORM Find-Supplier-Row-Section.
           IF WS-Scr-Found = 0 THEN
               EXIT SECTION
           END-IF.
           COMPUTE WS-Jrnl-Rise-Pct ROUNDED =
               (WS-Jrnl-New-Cost - WS-Jrnl-Prev-Cost) * 100
               / WS-Jrnl-Prev-Cost.
           ADD 1 TO WS-Scr-Cost-Rises(WS-Scr-Found).
           ADD WS-Jrnl-Rise-Pct TO WS-Scr-Rise-Pct-Total(WS-Scr-Found).

       Print-Scorecard-Section SECTION. *> Lay the scorecard out
           MOVE "=============================================="
               TO Score-Line-Record.
           WRITE Score-Line-Record.
           MOVE SPACES TO Score-Line-Record.
           STRING "Supplier Scorecard  " DELIMITED BY SIZE
                  WS-Score-Month DELIMITED BY SIZE
               INTO Score-Line-Record.
           WRITE Score-Line-Record.
           MOVE "=============================================="
               TO Score-Line-Record.
           WRITE Score-Line-Record.

           MOVE 0 TO WS-Active-Count.
           PERFORM Print-One-Supplier-Section
               VARYING SC FROM 1 BY 1 UNTIL SC > WS-Scr-Count.

           IF WS-Active-Count = 0 THEN
               MOVE "(no supplier activity in the month)"
                   TO Score-Line-Record
               WRITE Score-Line-Record
           END-IF.

       Print-One-Supplier-Section SECTION. *> One supplier's block
      *    A supplier with nothing delivered, due, overdue or repriced
      *    has nothing to score this month.
           IF WS-Scr-Deliveries(SC) = 0
                   AND WS-Scr-Due-Ordered(SC) = 0
                   AND WS-Scr-Overdue-Lines(SC) = 0
                   AND WS-Scr-Cost-Rises(SC) = 0 THEN
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-Active-Count.

           MOVE SPACES TO Score-Line-Record.
           WRITE Score-Line-Record.
           STRING WS-Scr-Code(SC) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Scr-Name(SC) DELIMITED BY SIZE
               INTO Score-Line-Record.
           WRITE Score-Line-Record.

           MOVE WS-Scr-Promised(SC) TO WS-Disp-Promised.
           MOVE SPACES TO Score-Line-Record.
           IF WS-Scr-Deliveries(SC) > 0 THEN
               COMPUTE WS-Avg-Lead ROUNDED =
                   WS-Scr-Lead-Total(SC) / WS-Scr-Deliveries(SC)
               MOVE WS-Avg-Lead TO WS-Disp-Lead
               STRING "  Lead time:  " DELIMITED BY SIZE
                      WS-Disp-Lead DELIMITED BY SIZE
                      " days actual vs " DELIMITED BY SIZE
                      WS-Disp-Promised DELIMITED BY SIZE
                      " promised" DELIMITED BY SIZE
                   INTO Score-Line-Record
           ELSE
               STRING "  Lead time:  no PO deliveries vs "
                          DELIMITED BY SIZE
                      WS-Disp-Promised DELIMITED BY SIZE
                      " promised" DELIMITED BY SIZE
                   INTO Score-Line-Record
           END-IF.
           WRITE Score-Line-Record.

           IF WS-Scr-Deliveries(SC) > 0 THEN
               COMPUTE WS-Pct ROUNDED =
                   WS-Scr-On-Time(SC) * 100 / WS-Scr-Deliveries(SC)
               MOVE WS-Scr-On-Time(SC) TO WS-Disp-Count
               MOVE WS-Scr-Deliveries(SC) TO WS-Disp-Count2
               MOVE WS-Pct TO WS-Disp-Pct
               MOVE SPACES TO Score-Line-Record
               STRING "  On time:    " DELIMITED BY SIZE
                      WS-Disp-Count DELIMITED BY SIZE
                      " of " DELIMITED BY SIZE
                      WS-Disp-Count2 DELIMITED BY SIZE
                      " deliveries (" DELIMITED BY SIZE
                      WS-Disp-Pct DELIMITED BY SIZE
                      "%)" DELIMITED BY SIZE
                   INTO Score-Line-Record
               WRITE Score-Line-Record
           END-IF.

           IF WS-Scr-Due-Ordered(SC) > 0 THEN
               COMPUTE WS-Pct ROUNDED =
                   WS-Scr-Due-Received(SC) * 100
                   / WS-Scr-Due-Ordered(SC)
               MOVE WS-Scr-Due-Received(SC) TO WS-Disp-Qty2
               MOVE WS-Scr-Due-Ordered(SC) TO WS-Disp-Qty
               MOVE WS-Pct TO WS-Disp-Pct
               MOVE SPACES TO Score-Line-Record
               STRING "  Fill rate:  " DELIMITED BY SIZE
                      WS-Disp-Qty2 DELIMITED BY SIZE
                      " of " DELIMITED BY SIZE
                      WS-Disp-Qty DELIMITED BY SIZE
                      " due in month (" DELIMITED BY SIZE
                      WS-Disp-Pct DELIMITED BY SIZE
                      "%)" DELIMITED BY SIZE
                   INTO Score-Line-Record
               WRITE Score-Line-Record
           END-IF.

           MOVE WS-Scr-Overdue-POs(SC) TO WS-Disp-Count.
           MOVE WS-Scr-Overdue-Lines(SC) TO WS-Disp-Count2.
           MOVE SPACES TO Score-Line-Record.
           STRING "  Overdue:    " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  " POs (" DELIMITED BY SIZE
                  WS-Disp-Count2 DELIMITED BY SIZE
                  " lines) - see EXPEDITE.TXT" DELIMITED BY SIZE
               INTO Score-Line-Record.
           WRITE Score-Line-Record.

           MOVE WS-Scr-Cost-Rises(SC) TO WS-Disp-Count.
           MOVE SPACES TO Score-Line-Record.
           IF WS-Scr-Cost-Rises(SC) > 0 THEN
               COMPUTE WS-Avg-Rise ROUNDED =
                   WS-Scr-Rise-Pct-Total(SC) / WS-Scr-Cost-Rises(SC)
               MOVE WS-Avg-Rise TO WS-Disp-Pct
               STRING "  Cost rises: " DELIMITED BY SIZE
                      WS-Disp-Count DELIMITED BY SIZE
                      " booked in, average +" DELIMITED BY SIZE
                      WS-Disp-Pct DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                   INTO Score-Line-Record
           ELSE
               MOVE "  Cost rises:     none" TO Score-Line-Record
           END-IF.
           WRITE Score-Line-Record.

       Print-Expedite-Section SECTION. *> The buyer's phone list
           MOVE "=============================================="
               TO Expedite-Line-Record.
           WRITE Expedite-Line-Record.
           MOVE SPACES TO Expedite-Line-Record.
           STRING "Expediting Sheet - overdue PO lines as of "
                      DELIMITED BY SIZE
                  WS-Today-Digits DELIMITED BY SIZE
               INTO Expedite-Line-Record.
           WRITE Expedite-Line-Record.
           MOVE "=============================================="
               TO Expedite-Line-Record.
           WRITE Expedite-Line-Record.

           PERFORM Expedite-One-Supplier-Section
               VARYING SC FROM 1 BY 1 UNTIL SC > WS-Scr-Count.

           IF WS-Ovd-Count = 0 THEN
               MOVE "(nothing overdue)" TO Expedite-Line-Record
               WRITE Expedite-Line-Record
           END-IF.

       Expedite-One-Supplier-Section SECTION. *> One supplier's calls
           IF WS-Scr-Overdue-Lines(SC) = 0 THEN
               EXIT SECTION
           END-IF.
           MOVE SPACES TO Expedite-Line-Record.
           WRITE Expedite-Line-Record.
           STRING WS-Scr-Code(SC) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Scr-Name(SC) DELIMITED BY SIZE
                  "   Called: ________  Promised: ________"
                      DELIMITED BY SIZE
               INTO Expedite-Line-Record.
           WRITE Expedite-Line-Record.
           MOVE SPACES TO Expedite-Line-Record.
           STRING "  PO     Item       Ordered    Due         Late"
                      DELIMITED BY SIZE
                  "  Ordered   Received  Outstanding" DELIMITED BY SIZE
               INTO Expedite-Line-Record.
           WRITE Expedite-Line-Record.
           MOVE 0 TO WS-Ovd-Listed.
           PERFORM Expedite-One-Line-Section
               VARYING OV FROM 1 BY 1 UNTIL OV > WS-Ovd-Count.

       Expedite-One-Line-Section SECTION. *> One overdue line
           IF WS-Ovd-Supplier(OV) NOT = SC THEN
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-Ovd-Listed.
           MOVE WS-Ovd-Late-Days(OV) TO WS-Disp-Late.
           MOVE WS-Ovd-Ordered(OV) TO WS-Disp-Qty.
           MOVE WS-Ovd-Received(OV) TO WS-Disp-Qty2.
           COMPUTE WS-Outstanding =
               WS-Ovd-Ordered(OV) - WS-Ovd-Received(OV).
           MOVE WS-Outstanding TO WS-Disp-Outstanding.
           MOVE SPACES TO Expedite-Line-Record.
           STRING "  " DELIMITED BY SIZE
                  WS-Ovd-PO-Number(OV) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Ovd-Item-Code(OV) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Ovd-Order-Date(OV) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Ovd-Due-Date(OV) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Late DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Qty DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Qty2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Outstanding DELIMITED BY SIZE
               INTO Expedite-Line-Record.
           WRITE Expedite-Line-Record.

       END PROGRAM SupplierScore.
