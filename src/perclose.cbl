      *Month-end period close: rolls a finished month's transaction
      *journal up into one compact record per business day on the
      *period totals file (PERTOTLS.DAT) and marks the month closed
      *on the period control file (PERCTL.DAT), so it can't be
      *rolled up twice. The journal is keyed with the business date
      *as an alternate key, so only the closed month is read. The
      *detail itself stays live for the retention window and is
      *moved off to history afterwards by HistoryPurge, which will
      *only take a month this close has marked.
      *Only close a month whose last day has already had its own
      *end-of-day close.
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The live transaction journal - the closed month is read
      *    off its date key
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           FILE STATUS IS WS-Txn-Journal-Status.
      *    Which months have been closed
           SELECT Period-Control-File ASSIGN TO "PERCTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PCT-Month
           FILE STATUS IS WS-Period-Control-Status.
      *    The per-day rollup records this close produces
           SELECT Period-Totals-File ASSIGN TO "PERTOTLS.DAT"
           ORGANIZATION LINE SEQUENTIAL
       FD  Txn-Journal-File.
           COPY "TxnJournalRecord.cpy".

       FD  Period-Control-File.
           COPY "PeriodControlRecord.cpy".

       FD  Period-Totals-File.
           COPY "PeriodTotalsRecord.cpy".
      *File statuses ("00" = OK)
       01  WS-Txn-Journal-Status PIC X(02).
           88 WS-Txn-Journal-OK VALUE "00".
       01  WS-Period-Control-Status PIC X(02).
           88 WS-Period-Control-OK VALUE "00".
       01  WS-Period-Totals-Status PIC X(02).
      *"Y" once the file being walked runs out of records
       01  WS-Walk-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Walk-EOF VALUE "Y".
      *The month being closed, as keyed (yyyy/mm)
       01  WS-Close-Month PIC X(07) VALUE SPACES.
      *Where the month starts on the date keys - "yyyy/mm/00"
      *positions ahead of its first day
       01  WS-Close-Start.
           05 WS-Close-Start-Month PIC X(07) VALUE SPACES.
           05 FILLER PIC X(03) VALUE "/00".
      *Today's date, stamped on the period control record
       01  WS-Date PIC 9999/99/99.
      *Per-day accumulation, bucketed by day of month
       01  WS-Day-Totals.
           05 WS-Day-Entry OCCURS 31 TIMES.
           05 DY PIC 9(02) COMP VALUE 0.
      *Counts for the close summary
       01  WS-Close-Counts.
           05 WS-Jrnl-Read PIC 9(06) VALUE 0.
           05 WS-Days-Written PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Roll the month up and mark it
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           DISPLAY "Period close - month to close (yyyy/mm):".
           ACCEPT WS-Close-Month.
           IF WS-Close-Month(1:4) IS NOT NUMERIC
               STOP RUN
           END-IF.

           MOVE WS-Close-Month TO WS-Close-Start-Month.

      *    A month rolled up twice would double its days on the
      *    totals file
           PERFORM Open-Period-Control-Section.
           MOVE WS-Close-Month TO PCT-Month.
           READ Period-Control-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Month " WS-Close-Month " was already "
                       "closed on " PCT-Closed-Date
                   CLOSE Period-Control-File
                   STOP RUN
           END-READ.

           PERFORM Close-Journal-Section.
           PERFORM Write-Period-Totals-Section.
           PERFORM Mark-Month-Closed-Section.

           DISPLAY "Month " WS-Close-Month " closed:".
           DISPLAY "  journal " WS-Jrnl-Read " records rolled up".
           DISPLAY "  " WS-Days-Written " day records rolled into "
               "PERTOTLS.DAT".
           STOP RUN.

       Open-Period-Control-Section SECTION. *> PERCTL.DAT, made if new
           OPEN I-O Period-Control-File.
           IF WS-Period-Control-Status = "35" THEN
               OPEN OUTPUT Period-Control-File
               CLOSE Period-Control-File
               OPEN I-O Period-Control-File
           END-IF.
           IF NOT WS-Period-Control-OK THEN
               DISPLAY "Cannot open PERCTL.DAT (status "
                   WS-Period-Control-Status ")"
               STOP RUN
           END-IF.

       Mark-Month-Closed-Section SECTION. *> The month is closed
           INITIALIZE Period-Control-Record.
           MOVE WS-Close-Month TO PCT-Month.
           MOVE "C" TO PCT-State.
           MOVE WS-Date TO PCT-Closed-Date.
           MOVE SPACES TO PCT-Purged-Date.
           WRITE Period-Control-Record
               INVALID KEY
                   DISPLAY "Month " WS-Close-Month " not marked "
                       "closed (status " WS-Period-Control-Status ")"
           END-WRITE.
           CLOSE Period-Control-File.

       Close-Journal-Section SECTION. *> Roll the month up
           OPEN INPUT Txn-Journal-File.
           IF NOT WS-Txn-Journal-OK THEN
               DISPLAY "No transaction journal to close (status "
                   WS-Txn-Journal-Status ")"
               CLOSE Period-Control-File
               STOP RUN
           END-IF.

           MOVE "N" TO WS-Walk-EOF-Flag.
           MOVE WS-Close-Start TO TJR-Date.
           START Txn-Journal-File KEY IS > TJR-Date
               INVALID KEY
                   SET WS-Walk-EOF TO TRUE
           END-START.
           PERFORM Roll-One-Journal-Section
               UNTIL WS-Walk-EOF.

           CLOSE Txn-Journal-File.

       Roll-One-Journal-Section SECTION. *> One record rolled up
           READ Txn-Journal-File NEXT RECORD
               AT END
                   SET WS-Walk-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF TJR-Date(1:7) NOT = WS-Close-Month THEN
      *        Past the month's last day
               SET WS-Walk-EOF TO TRUE
               EXIT SECTION
           END-IF.
           PERFORM Tally-One-Day-Section.
           ADD 1 TO WS-Jrnl-Read.

       Tally-One-Day-Section SECTION. *> One record into its day
           IF TJR-Date(9:2) IS NOT NUMERIC THEN
                   SUBTRACT TJR-Owed FROM WS-Day-Takings(DY)
                   SUBTRACT TJR-Tax FROM WS-Day-Tax(DY)
                   SUBTRACT TJR-Discount FROM WS-Day-Discounts(DY)
               WHEN "C"
      *            Empties paid back from the drawer come off the
      *            takings; taken as credit off a sale, that sale
      *            came in short by them already.
                   IF TJR-Tender = "Cash" THEN
                       ADD 1 TO WS-Day-Txn-Count(DY)
                       SUBTRACT TJR-Owed FROM WS-Day-Takings(DY)
                   END-IF
               WHEN OTHER
      *            Voids were reconciled at their own day's close
                   CONTINUE
                   ADD TJR-Owed TO WS-Day-Other(DY)
           END-EVALUATE.

       Write-Period-Totals-Section SECTION. *> The per-day rollup out
           OPEN EXTEND Period-Totals-File.
           IF WS-Period-Totals-Status = "35" THEN
