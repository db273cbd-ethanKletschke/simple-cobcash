      *department section rolls the same detail up by the department
      *carried on each line - units, revenue, and share of the day -
      *with an exception list of coded items still carrying no
      *department, so the new field actually gets populated. A past
      *day can be keyed; one the history purge has already moved
      *off the detail is reported from its summary on SALESSUM.DAT,
      *without the hourly figures, which go with the journal.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesReport.

       FILE-CONTROL.
      *    Item-level sales detail, one record per receipt line
           SELECT Sales-Detail-File ASSIGN TO "SALESDTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDT-Key
           ALTERNATE RECORD KEY IS SDT-Date WITH DUPLICATES
           FILE STATUS IS WS-Sales-Detail-Status.
      *    The per-day summary the history purge leaves behind
           SELECT Sales-Summary-File ASSIGN TO "SALESSUM.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SSM-Key
           FILE STATUS IS WS-Sales-Summary-Status.
      *    The transaction journal, for the per-hour figures
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           FILE STATUS IS WS-Txn-Journal-Status.
      *    Department master, for the names on the rollup
           SELECT Dept-File ASSIGN TO "DEPTMSTR.DAT"
       FD  Sales-Detail-File.
           COPY "SalesDetailRecord.cpy".

       FD  Sales-Summary-File.
           COPY "SalesSummaryRecord.cpy".

       FD  Txn-Journal-File.
           COPY "TxnJournalRecord.cpy".

      *"Y" once the detail file runs out of records
       01  WS-Detail-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Detail-EOF VALUE "Y".
      *File status for the sales summary
       01  WS-Sales-Summary-Status PIC X(02).
           88 WS-Sales-Summary-OK VALUE "00".
      *Detail lines found for the day - none sends the run to the
      *summary instead
       01  WS-Detail-Lines PIC 9(06) VALUE 0.
      *"Y" once the day came off the summary
       01  WS-From-Summary-Flag PIC X(01) VALUE "N".
           88 WS-From-Summary VALUE "Y".
      *One line's (or one summary record's) units and revenue, with
      *refunds already netted off
       01  WS-Line-Units PIC S9(07)V99 VALUE 0.
       01  WS-Line-Revenue PIC S9(09)V99 VALUE 0.
      *"Y" once the journal runs out of records
       01  WS-Journal-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Journal-EOF VALUE "Y".
           05 WS-Disp-Takings PIC $$$,$$$,$$9.99-.
           05 WS-Disp-Share PIC ZZ9.9.

      *Today's date, and the day being reported - today unless
      *another is keyed
       01  WS-Date PIC 9999/99/99.
       01  WS-Report-Date PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Aggregate the day, print the report
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           DISPLAY "Report date (yyyy/mm/dd, blank=today):".
           ACCEPT WS-Report-Date.
           IF WS-Report-Date = SPACES THEN
               MOVE WS-Date TO WS-Report-Date
           END-IF.

           OPEN INPUT Sales-Detail-File.
           IF WS-Sales-Detail-OK THEN
               MOVE WS-Report-Date TO SDT-Date
               START Sales-Detail-File KEY IS NOT < SDT-Date
                   INVALID KEY
                       SET WS-Detail-EOF TO TRUE
               END-START
               PERFORM Read-Detail-Record-Section
                   UNTIL WS-Detail-EOF
               CLOSE Sales-Detail-File
           END-IF.
           IF WS-Detail-Lines = 0 THEN
               PERFORM Read-Summary-Section
           END-IF.

           OPEN INPUT Txn-Journal-File.
           IF WS-Txn-Journal-OK THEN
               MOVE WS-Report-Date TO TJR-Date
               START Txn-Journal-File KEY IS NOT < TJR-Date
                   INVALID KEY
                       SET WS-Journal-EOF TO TRUE
               END-START
               PERFORM Read-Journal-Record-Section
                   UNTIL WS-Journal-EOF
               CLOSE Txn-Journal-File
           STOP RUN.

       Read-Detail-Record-Section SECTION. *> Pull one detail record
           READ Sales-Detail-File NEXT RECORD
               AT END SET WS-Detail-EOF TO TRUE
               NOT AT END
                   IF SDT-Date = WS-Report-Date THEN
                       ADD 1 TO WS-Detail-Lines
      *                A refund's units go back on the shelf and its
      *                revenue comes back out of the till - net them
      *                off instead of adding on.
                       IF SDT-Txn-Type = "R" THEN
                           COMPUTE WS-Line-Units = 0 - SDT-Qty
                           COMPUTE WS-Line-Revenue =
                               0 - SDT-Line-Total
                       ELSE
                           MOVE SDT-Qty TO WS-Line-Units
                           MOVE SDT-Line-Total TO WS-Line-Revenue
                       END-IF
      *                Returned empties paid back a deposit - nothing
      *                sold, nothing back on the shelf
                       IF SDT-Txn-Type NOT = "C" THEN
                           PERFORM Tally-Detail-Record-Section
                       END-IF
                   ELSE
      *                Past the day's last line
                       SET WS-Detail-EOF TO TRUE
                   END-IF
           END-READ.

       Read-Summary-Section SECTION. *> A purged day, off SALESSUM
           OPEN INPUT Sales-Summary-File.
           IF NOT WS-Sales-Summary-OK THEN
               EXIT SECTION
           END-IF.
           MOVE "N" TO WS-Detail-EOF-Flag.
           MOVE LOW-VALUES TO SSM-Key.
           MOVE WS-Report-Date TO SSM-Date.
           START Sales-Summary-File KEY IS NOT < SSM-Key
               INVALID KEY
                   SET WS-Detail-EOF TO TRUE
           END-START.
           PERFORM Read-Summary-Record-Section
               UNTIL WS-Detail-EOF.
           CLOSE Sales-Summary-File.

       Read-Summary-Record-Section SECTION. *> One summary record in
           READ Sales-Summary-File NEXT RECORD
               AT END
                   SET WS-Detail-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF SSM-Date NOT = WS-Report-Date THEN
               SET WS-Detail-EOF TO TRUE
               EXIT SECTION
           END-IF.
           SET WS-From-Summary TO TRUE.
      *    The summary carries what the tally needs off the line
           MOVE SSM-Item-Code TO SDT-Item-Code.
           MOVE SSM-Item-Name TO SDT-Item-Name.
           MOVE SSM-Dept TO SDT-Dept.
           COMPUTE WS-Line-Units = SSM-Sold-Qty - SSM-Refund-Qty.
           COMPUTE WS-Line-Revenue =
               SSM-Sold-Value - SSM-Refund-Value.
           PERFORM Tally-Detail-Record-Section.

       Tally-Detail-Record-Section SECTION. *> Add one line to its item
      *    Coded items aggregate under their code; a name/price typed
      *    in by hand has no code, so its name is the best key there is
               END-IF
           END-IF.

           IF WS-Item-Found > 0 THEN
               ADD WS-Line-Units TO WS-Item-Units(WS-Item-Found)
               ADD WS-Line-Revenue TO WS-Item-Revenue(WS-Item-Found)
           END-IF.

      *    The same line rolls into its department too
               END-IF
           END-IF.
           IF WS-Dep-Found > 0 THEN
               ADD WS-Line-Units TO WS-Dep-Units(WS-Dep-Found)
               ADD WS-Line-Revenue TO WS-Dep-Revenue(WS-Dep-Found)
               ADD WS-Line-Revenue TO WS-Day-Revenue
           END-IF.

      *    A coded item with no department is fixable - onto the
           END-IF.

       Read-Journal-Record-Section SECTION. *> Pull one journal record
           READ Txn-Journal-File NEXT RECORD
               AT END SET WS-Journal-EOF TO TRUE
               NOT AT END
                   IF TJR-Date NOT = WS-Report-Date THEN
      *                Past the day's last record
                       SET WS-Journal-EOF TO TRUE
                   END-IF
      *            Empties taken as credit off a sale moved no
      *            money of their own
                   IF TJR-Date = WS-Report-Date
                           AND TJR-Txn-Type NOT = "V"
                           AND NOT (TJR-Txn-Type = "C"
                                    AND TJR-Tender NOT = "Cash") THEN
                       PERFORM Tally-Journal-Hour-Section
                   END-IF
           END-READ.
           IF WS-Hour-Sub < 24 THEN
               ADD 1 TO WS-Hour-Sub
               ADD 1 TO WS-Hour-Txns(WS-Hour-Sub)
               IF TJR-Txn-Type = "R" OR TJR-Txn-Type = "C" THEN
                   SUBTRACT TJR-Owed
                       FROM WS-Hour-Takings(WS-Hour-Sub)
               ELSE

           MOVE SPACES TO Report-Line-Record.
           STRING "Sales Analysis             " DELIMITED BY SIZE
                  WS-Report-Date DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           IF WS-From-Summary THEN
               MOVE "(from the purged-day summary)"
                   TO Report-Line-Record
               WRITE Report-Line-Record
           END-IF.

           MOVE "========================================"
               TO Report-Line-Record.
               TO Report-Line-Record.
           WRITE Report-Line-Record.

           IF WS-From-Summary THEN
               MOVE "  (not kept once a day is purged)"
                   TO Report-Line-Record
               WRITE Report-Line-Record
           END-IF.
           PERFORM Print-Hour-Line-Section
               VARYING H FROM 1 BY 1 UNTIL H > 24.

