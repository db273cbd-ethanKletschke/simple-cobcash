      *History purge, run after a period close: moves everything on
      *the transaction journal, sales detail, tax journal, price
      *override file and house account history dated up to and
      *including a keyed month out of the live files and into
      *history files named for that month (JRNLyyyymm.TXT,
      *DTLyyyymm.TXT, TAXyyyymm.TXT, OVRyyyymm.TXT, ACTyyyymm.TXT).
      *The sales detail leaves a per-day, per-department, per-item
      *summary behind on SALESSUM.DAT, which the sales and margin
      *reports fall back on for a day no longer on the live detail.
      *Nothing is removed until the history files have been read
      *back and their record counts and totals proved equal to what
      *was taken off the live files, and the summary proved equal
      *to the detail. The month must be outside the retention
      *window (STORECFG.DAT, 13 months by default) and must have
      *been closed by PeriodClose, as must every month it sweeps up.
      *House account charges still open are not lost: what the
      *purged payments didn't settle stays live as brought-forward
      *("B") charges, and any unused credit as an "F" record, so the
      *aging comes out the same. Run with every lane signed off.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HistoryPurge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The retention window comes off the branding config
           SELECT Store-Config-File ASSIGN TO "STORECFG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Store-Config-Status.
      *    Which months PeriodClose has closed
           SELECT Period-Control-File ASSIGN TO "PERCTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PCT-Month
           FILE STATUS IS WS-Period-Control-Status.
      *    The live transaction journal, walked off its date key
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           FILE STATUS IS WS-Txn-Journal-Status.
      *    The live sales detail, likewise
           SELECT Sales-Detail-File ASSIGN TO "SALESDTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDT-Key
           ALTERNATE RECORD KEY IS SDT-Date WITH DUPLICATES
           FILE STATUS IS WS-Sales-Detail-Status.
      *    The live tax journal, likewise
           SELECT Tax-Journal-File ASSIGN TO "TAXJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXJ-Key
           ALTERNATE RECORD KEY IS TXJ-Date WITH DUPLICATES
           FILE STATUS IS WS-Tax-Journal-Status.
      *    The price overrides, read end to end and rewritten
           SELECT Override-File ASSIGN TO "OVERRIDE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Override-Status.
      *    House account activity, read end to end and rewritten
           SELECT Acct-Activity-File ASSIGN TO "ACCTHIST.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Acct-Activity-Status.
      *    Scratch copy of the records being kept, while a
      *    sequential live file is rewritten
           SELECT Keep-File ASSIGN TO "PURGE.TMP"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Keep-Status.
      *    The history files, one per live file per purge
           SELECT Jrnl-History-File ASSIGN TO WS-Jrnl-History-Name
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-History-Status.
           SELECT Dtl-History-File ASSIGN TO WS-Dtl-History-Name
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-History-Status.
           SELECT Tax-History-File ASSIGN TO WS-Tax-History-Name
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-History-Status.
           SELECT Ovr-History-File ASSIGN TO WS-Ovr-History-Name
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-History-Status.
           SELECT Act-History-File ASSIGN TO WS-Act-History-Name
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-History-Status.
      *    The per-day summary left behind for the purged detail
           SELECT Sales-Summary-File ASSIGN TO "SALESSUM.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SSM-Key
           FILE STATUS IS WS-Sales-Summary-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Store-Config-File.
           COPY "StoreConfigRecord.cpy".

       FD  Period-Control-File.
           COPY "PeriodControlRecord.cpy".

       FD  Txn-Journal-File.
           COPY "TxnJournalRecord.cpy".

       FD  Sales-Detail-File.
           COPY "SalesDetailRecord.cpy".

       FD  Tax-Journal-File.
           COPY "TaxJournalRecord.cpy".

       FD  Override-File.
           COPY "OverrideRecord.cpy".

       FD  Acct-Activity-File.
           COPY "AcctActivityRecord.cpy".

      *Wide enough for the journal record with headroom - these
      *buffers carry whole records, and clipping one here would
      *permanently strip its newer tail fields
       FD  Keep-File.
       01  Keep-Record PIC X(200).

       FD  Jrnl-History-File.
       01  Jrnl-History-Record PIC X(200).

       FD  Dtl-History-File.
       01  Dtl-History-Record PIC X(200).

       FD  Tax-History-File.
       01  Tax-History-Record PIC X(200).

       FD  Ovr-History-File.
       01  Ovr-History-Record PIC X(200).

       FD  Act-History-File.
       01  Act-History-Record PIC X(200).

       FD  Sales-Summary-File.
           COPY "SalesSummaryRecord.cpy".

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Store-Config-Status PIC X(02).
           88 WS-Store-Config-OK VALUE "00".
       01  WS-Period-Control-Status PIC X(02).
           88 WS-Period-Control-OK VALUE "00".
       01  WS-Txn-Journal-Status PIC X(02).
           88 WS-Txn-Journal-OK VALUE "00".
       01  WS-Sales-Detail-Status PIC X(02).
           88 WS-Sales-Detail-OK VALUE "00".
       01  WS-Tax-Journal-Status PIC X(02).
           88 WS-Tax-Journal-OK VALUE "00".
       01  WS-Override-Status PIC X(02).
           88 WS-Override-OK VALUE "00".
       01  WS-Acct-Activity-Status PIC X(02).
           88 WS-Acct-Activity-OK VALUE "00".
       01  WS-Keep-Status PIC X(02).
       01  WS-History-Status PIC X(02).
           88 WS-History-OK VALUE "00".
       01  WS-Sales-Summary-Status PIC X(02).
           88 WS-Sales-Summary-OK VALUE "00".
      *"Y" once the file being walked runs out of records
       01  WS-Walk-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Walk-EOF VALUE "Y".

      *Today's date, for the window and the purge stamp
       01  WS-Date PIC 9999/99/99.
      *The retention window, in whole months behind the current one
       01  WS-Retain-Months PIC 9(02) VALUE 13.
      *The newest month the window lets go, and the month keyed -
      *everything dated up to and including it is purged
       01  WS-Latest-Month PIC X(07) VALUE SPACES.
       01  WS-Purge-Month PIC X(07) VALUE SPACES.
      *Month arithmetic scratch
       01  WS-Month-Work.
           05 WS-Month-Index PIC 9(06) COMP VALUE 0.
           05 WS-Work-Year PIC 9(04) VALUE 0.
           05 WS-Work-Month PIC 9(02) VALUE 0.
      *The month of the record in hand, and the last month looked
      *up on the period control file
       01  WS-Rec-Month PIC X(07) VALUE SPACES.
       01  WS-Checked-Month PIC X(07) VALUE SPACES.
       01  WS-Checked-Closed-Flag PIC X(01) VALUE "N".
           88 WS-Checked-Closed VALUE "Y".
      *Records found in months never closed - any at all and
      *nothing is removed
       01  WS-Unclosed-Count PIC 9(08) VALUE 0.

      *History file names, built from the purge month
       01  WS-History-Names.
           05 WS-Jrnl-History-Name PIC X(14) VALUE SPACES.
           05 WS-Dtl-History-Name PIC X(13) VALUE SPACES.
           05 WS-Tax-History-Name PIC X(13) VALUE SPACES.
           05 WS-Ovr-History-Name PIC X(13) VALUE SPACES.
           05 WS-Act-History-Name PIC X(13) VALUE SPACES.

      *The proof - what came off each live file against what reads
      *back off its history file, then what was removed. 1 =
      *journal, 2 = detail, 3 = tax, 4 = overrides, 5 = account
      *history.
       01  WS-Proof-Table.
           05 WS-Prf-Entry OCCURS 5 TIMES.
               10 WS-Prf-Name PIC X(10).
               10 WS-Prf-Live-Count PIC 9(08).
               10 WS-Prf-Live-Total PIC S9(11)V99.
               10 WS-Prf-Hist-Count PIC 9(08).
               10 WS-Prf-Hist-Total PIC S9(11)V99.
               10 WS-Prf-Gone-Count PIC 9(08).
           05 PR PIC 9(01) COMP VALUE 0.
      *"Y" while every figure agrees
       01  WS-Proof-OK-Flag PIC X(01) VALUE "Y".
           88 WS-Proof-OK VALUE "Y".

      *One day's summary, built from the detail history - keyed by
      *department and item, the way SALESSUM.DAT is
       01  WS-Summary-Day.
           05 WS-Sum-Date PIC X(10) VALUE SPACES.
           05 WS-Sum-Count PIC 9(04) COMP VALUE 0.
           05 WS-Sum-Max PIC 9(04) COMP VALUE 1000.
           05 WS-Sum-Entry OCCURS 1000 TIMES.
               10 WS-Sum-Dept PIC X(03).
               10 WS-Sum-Item-Key PIC X(20).
               10 WS-Sum-Item-Code PIC X(10).
               10 WS-Sum-Item-Name PIC X(20).
               10 WS-Sum-Lines PIC 9(05).
               10 WS-Sum-Sold-Qty PIC 9(07)V99.
               10 WS-Sum-Sold-Value PIC 9(09)V99.
               10 WS-Sum-Refund-Qty PIC 9(07)V99.
               10 WS-Sum-Refund-Value PIC 9(09)V99.
           05 SM PIC 9(04) COMP VALUE 0.
           05 WS-Sum-Found PIC 9(04) COMP VALUE 0.
      *    The key the detail line in hand summarises under
           05 WS-Cur-Item-Key PIC X(20).
      *What the summary records written add up to, proved against
      *the detail
       01  WS-Summary-Proof.
           05 WS-Sum-Records PIC 9(08) VALUE 0.
           05 WS-Sum-Total-Lines PIC 9(08) VALUE 0.
           05 WS-Sum-Total-Value PIC S9(11)V99 VALUE 0.
      *    Returned-empties lines, which the live reports leave out
      *    and so the summary does too - the detail's figures less
      *    these are what the summary must come to
           05 WS-Sum-Empties-Lines PIC 9(08) VALUE 0.
           05 WS-Sum-Empties-Value PIC S9(11)V99 VALUE 0.
           05 WS-Sum-Expect-Lines PIC 9(08) VALUE 0.
           05 WS-Sum-Expect-Value PIC S9(11)V99 VALUE 0.

      *House account settlement - each account's credit (payments,
      *refunds, carried credit) in the purged records, used to
      *settle the purged charges oldest first
       01  WS-Settle-Table.
           05 WS-Stl-Count PIC 9(04) COMP VALUE 0.
           05 WS-Stl-Max PIC 9(04) COMP VALUE 1000.
           05 WS-Stl-Entry OCCURS 1000 TIMES.
               10 WS-Stl-Account PIC 9(16).
               10 WS-Stl-Pool PIC 9(09)V99.
           05 ST PIC 9(04) COMP VALUE 0.
           05 WS-Stl-Found PIC 9(04) COMP VALUE 0.
      *"Y" once an account found no room on the table
       01  WS-Stl-Full-Flag PIC X(01) VALUE "N".
           88 WS-Stl-Full VALUE "Y".
      *What an open charge still owes after settlement
       01  WS-Residual PIC 9(06)V99 VALUE 0.
      *Records the settlement wrote back
       01  WS-Brought-Forward PIC 9(06) VALUE 0.
       01  WS-Credit-Forward PIC 9(06) VALUE 0.

      *Edited figures for the proof lines
       01  WS-Disp-Proof-Fields.
           05 WS-Disp-Count PIC ZZ,ZZZ,ZZ9.
           05 WS-Disp-Count2 PIC ZZ,ZZZ,ZZ9.
           05 WS-Disp-Money PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 WS-Disp-Money2 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Check the month, prove, then purge
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           PERFORM Load-Retention-Section.
           PERFORM Work-Out-Latest-Month-Section.

           DISPLAY "History purge - keeping " WS-Retain-Months
               " months behind the current one; " WS-Latest-Month
               " is the latest that may go".
           DISPLAY "Purge everything dated up to and including "
               "month (yyyy/mm):".
           ACCEPT WS-Purge-Month.
           IF WS-Purge-Month(1:4) IS NOT NUMERIC
                   OR WS-Purge-Month(5:1) NOT = "/"
                   OR WS-Purge-Month(6:2) IS NOT NUMERIC THEN
               DISPLAY "Month must be keyed as yyyy/mm"
               STOP RUN
           END-IF.
           IF WS-Purge-Month > WS-Latest-Month THEN
               DISPLAY "Month " WS-Purge-Month " is inside the "
                   "retention window - nothing purged"
               STOP RUN
           END-IF.

           PERFORM Check-Purge-Month-Section.
           PERFORM Build-History-Names-Section.

      *    Copy first - nothing on the live files changes until the
      *    copies have been proved
           PERFORM Copy-Journal-Section.
           PERFORM Copy-Detail-Section.
           PERFORM Copy-Tax-Section.
           PERFORM Copy-Override-Section.
           PERFORM Copy-Acct-Activity-Section.

           PERFORM Verify-History-Section.
           PERFORM Build-Summary-Section.
           PERFORM Plan-Settlement-Section.
           PERFORM Show-Proof-Section.

           IF WS-Unclosed-Count > 0 THEN
               MOVE "N" TO WS-Proof-OK-Flag
               MOVE WS-Unclosed-Count TO WS-Disp-Count
               DISPLAY WS-Disp-Count " records fall in months "
                   "PeriodClose has not closed"
           END-IF.
           IF WS-Stl-Full THEN
               MOVE "N" TO WS-Proof-OK-Flag
               DISPLAY "More house accounts than the settlement "
                   "table holds"
           END-IF.
           IF NOT WS-Proof-OK THEN
               DISPLAY "Proof failed - nothing removed from the "
                   "live files"
               CLOSE Period-Control-File
               STOP RUN
           END-IF.

           PERFORM Remove-Journal-Section.
           PERFORM Remove-Detail-Section.
           PERFORM Remove-Tax-Section.
           PERFORM Remove-Override-Section.
           PERFORM Remove-Acct-Activity-Section.
           PERFORM Mark-Month-Purged-Section.

           DISPLAY "Purged through " WS-Purge-Month ":".
           PERFORM Show-Removed-Section
               VARYING PR FROM 1 BY 1 UNTIL PR > 5.
           MOVE WS-Sum-Records TO WS-Disp-Count.
           DISPLAY "  " WS-Disp-Count " summary records on "
               "SALESSUM.DAT".
           DISPLAY "  " WS-Brought-Forward " open charges and "
               WS-Credit-Forward " credits carried forward on "
               "ACCTHIST.DAT".
           STOP RUN.

       Load-Retention-Section SECTION. *> The window, off the config
           OPEN INPUT Store-Config-File.
           IF WS-Store-Config-OK THEN
               READ Store-Config-File
                   NOT AT END
                       IF SCFG-Retain-Months IS NUMERIC
                               AND SCFG-Retain-Months > 0 THEN
                           MOVE SCFG-Retain-Months
                               TO WS-Retain-Months
                       END-IF
               END-READ
               CLOSE Store-Config-File
           END-IF.
      *    DeadStock ages items back 180 days off the live detail -
      *    never purge inside that
           IF WS-Retain-Months < 7 THEN
               MOVE 7 TO WS-Retain-Months
           END-IF.

       Work-Out-Latest-Month-Section SECTION. *> Newest month to go
      *    The current month, then the retained months behind it,
      *    are kept - the month before those is the newest to go.
           MOVE WS-Date(1:4) TO WS-Work-Year.
           MOVE WS-Date(6:2) TO WS-Work-Month.
           COMPUTE WS-Month-Index = WS-Work-Year * 12
               + WS-Work-Month - 1 - WS-Retain-Months - 1.
           DIVIDE WS-Month-Index BY 12 GIVING WS-Work-Year
               REMAINDER WS-Work-Month.
           ADD 1 TO WS-Work-Month.
           MOVE WS-Work-Year TO WS-Latest-Month(1:4).
           MOVE "/" TO WS-Latest-Month(5:1).
           MOVE WS-Work-Month TO WS-Latest-Month(6:2).

       Check-Purge-Month-Section SECTION. *> Closed, and not yet gone
           OPEN I-O Period-Control-File.
           IF NOT WS-Period-Control-OK THEN
               DISPLAY "No months have been closed (PERCTL.DAT "
                   "status " WS-Period-Control-Status ") - run "
                   "PeriodClose first"
               STOP RUN
           END-IF.
           MOVE WS-Purge-Month TO PCT-Month.
           READ Period-Control-File
               INVALID KEY
                   DISPLAY "Month " WS-Purge-Month " has not been "
                       "closed - run PeriodClose first"
                   CLOSE Period-Control-File
                   STOP RUN
           END-READ.
           IF PCT-Is-Purged THEN
               DISPLAY "Month " WS-Purge-Month " was already purged "
                   "on " PCT-Purged-Date
               CLOSE Period-Control-File
               STOP RUN
           END-IF.

       Build-History-Names-Section SECTION. *> xxxxyyyymm.TXT names
           STRING "JRNL" DELIMITED BY SIZE
                  WS-Purge-Month(1:4) DELIMITED BY SIZE
                  WS-Purge-Month(6:2) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-Jrnl-History-Name.
           STRING "DTL" DELIMITED BY SIZE
                  WS-Purge-Month(1:4) DELIMITED BY SIZE
                  WS-Purge-Month(6:2) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-Dtl-History-Name.
           STRING "TAX" DELIMITED BY SIZE
                  WS-Purge-Month(1:4) DELIMITED BY SIZE
                  WS-Purge-Month(6:2) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-Tax-History-Name.
           STRING "OVR" DELIMITED BY SIZE
                  WS-Purge-Month(1:4) DELIMITED BY SIZE
                  WS-Purge-Month(6:2) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-Ovr-History-Name.
           STRING "ACT" DELIMITED BY SIZE
                  WS-Purge-Month(1:4) DELIMITED BY SIZE
                  WS-Purge-Month(6:2) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-Act-History-Name.

           INITIALIZE WS-Proof-Table.
           MOVE "Journal" TO WS-Prf-Name(1).
           MOVE "Detail" TO WS-Prf-Name(2).
           MOVE "Tax" TO WS-Prf-Name(3).
           MOVE "Overrides" TO WS-Prf-Name(4).
           MOVE "Accounts" TO WS-Prf-Name(5).

       Check-Record-Month-Section SECTION. *> WS-Rec-Month closed?
      *    A record with no proper date can only be ancient - it
      *    goes with the rest without a month to check.
           IF WS-Rec-Month(1:4) IS NOT NUMERIC
                   OR WS-Rec-Month(6:2) IS NOT NUMERIC THEN
               EXIT SECTION
           END-IF.
           IF WS-Rec-Month NOT = WS-Checked-Month THEN
               MOVE WS-Rec-Month TO WS-Checked-Month
               MOVE "N" TO WS-Checked-Closed-Flag
               MOVE WS-Rec-Month TO PCT-Month
               READ Period-Control-File
                   INVALID KEY
                       DISPLAY "Month " WS-Rec-Month " has records "
                           "but was never closed"
                   NOT INVALID KEY
                       IF PCT-Is-Closed THEN
                           SET WS-Checked-Closed TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF NOT WS-Checked-Closed THEN
               ADD 1 TO WS-Unclosed-Count
           END-IF.

       Copy-Journal-Section SECTION. *> Journal up to the month out
           OPEN OUTPUT Jrnl-History-File.
           OPEN INPUT Txn-Journal-File.
           IF WS-Txn-Journal-OK THEN
               MOVE "N" TO WS-Walk-EOF-Flag
               MOVE LOW-VALUES TO TJR-Date
               START Txn-Journal-File KEY IS NOT < TJR-Date
                   INVALID KEY
                       SET WS-Walk-EOF TO TRUE
               END-START
               PERFORM Copy-One-Journal-Section
                   UNTIL WS-Walk-EOF
               CLOSE Txn-Journal-File
           END-IF.
           CLOSE Jrnl-History-File.

       Copy-One-Journal-Section SECTION. *> One journal record
           READ Txn-Journal-File NEXT RECORD
               AT END
                   SET WS-Walk-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF TJR-Date(1:7) > WS-Purge-Month THEN
               SET WS-Walk-EOF TO TRUE
               EXIT SECTION
           END-IF.
           MOVE TJR-Date(1:7) TO WS-Rec-Month.
           PERFORM Check-Record-Month-Section.
           MOVE Txn-Journal-Record TO Jrnl-History-Record.
           WRITE Jrnl-History-Record.
           ADD 1 TO WS-Prf-Live-Count(1).
           ADD TJR-Owed TO WS-Prf-Live-Total(1).

       Copy-Detail-Section SECTION. *> Detail up to the month out
           OPEN OUTPUT Dtl-History-File.
           OPEN INPUT Sales-Detail-File.
           IF WS-Sales-Detail-OK THEN
               MOVE "N" TO WS-Walk-EOF-Flag
               MOVE LOW-VALUES TO SDT-Date
               START Sales-Detail-File KEY IS NOT < SDT-Date
                   INVALID KEY
                       SET WS-Walk-EOF TO TRUE
               END-START
               PERFORM Copy-One-Detail-Section
                   UNTIL WS-Walk-EOF
               CLOSE Sales-Detail-File
           END-IF.
           CLOSE Dtl-History-File.

       Copy-One-Detail-Section SECTION. *> One detail line
           READ Sales-Detail-File NEXT RECORD
               AT END
                   SET WS-Walk-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF SDT-Date(1:7) > WS-Purge-Month THEN
               SET WS-Walk-EOF TO TRUE
               EXIT SECTION
           END-IF.
           MOVE SDT-Date(1:7) TO WS-Rec-Month.
           PERFORM Check-Record-Month-Section.
           MOVE Sales-Detail-Record TO Dtl-History-Record.
           WRITE Dtl-History-Record.
           ADD 1 TO WS-Prf-Live-Count(2).
           ADD SDT-Line-Total TO WS-Prf-Live-Total(2).

       Copy-Tax-Section SECTION. *> Tax journal up to the month out
           OPEN OUTPUT Tax-History-File.
           OPEN INPUT Tax-Journal-File.
           IF WS-Tax-Journal-OK THEN
               MOVE "N" TO WS-Walk-EOF-Flag
               MOVE LOW-VALUES TO TXJ-Date
               START Tax-Journal-File KEY IS NOT < TXJ-Date
                   INVALID KEY
                       SET WS-Walk-EOF TO TRUE
               END-START
               PERFORM Copy-One-Tax-Section
                   UNTIL WS-Walk-EOF
               CLOSE Tax-Journal-File
           END-IF.
           CLOSE Tax-History-File.

       Copy-One-Tax-Section SECTION. *> One tax record
           READ Tax-Journal-File NEXT RECORD
               AT END
                   SET WS-Walk-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF TXJ-Date(1:7) > WS-Purge-Month THEN
               SET WS-Walk-EOF TO TRUE
               EXIT SECTION
           END-IF.
           MOVE TXJ-Date(1:7) TO WS-Rec-Month.
           PERFORM Check-Record-Month-Section.
           MOVE Tax-Journal-Record TO Tax-History-Record.
           WRITE Tax-History-Record.
           ADD 1 TO WS-Prf-Live-Count(3).
           ADD TXJ-Tax TO WS-Prf-Live-Total(3).

       Copy-Override-Section SECTION. *> Overrides up to the month out
           OPEN OUTPUT Ovr-History-File.
           OPEN INPUT Override-File.
           IF WS-Override-OK THEN
               MOVE "N" TO WS-Walk-EOF-Flag
               PERFORM Copy-One-Override-Section
                   UNTIL WS-Walk-EOF
               CLOSE Override-File
           END-IF.
           CLOSE Ovr-History-File.

       Copy-One-Override-Section SECTION. *> One override, if it goes
           READ Override-File
               AT END
                   SET WS-Walk-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF OVR-Date(1:7) > WS-Purge-Month THEN
               EXIT SECTION
           END-IF.
           MOVE OVR-Date(1:7) TO WS-Rec-Month.
           PERFORM Check-Record-Month-Section.
           MOVE Override-Record TO Ovr-History-Record.
           WRITE Ovr-History-Record.
           ADD 1 TO WS-Prf-Live-Count(4).
           ADD OVR-New-Price TO WS-Prf-Live-Total(4).

       Copy-Acct-Activity-Section SECTION. *> Account history out
           OPEN OUTPUT Act-History-File.
           OPEN INPUT Acct-Activity-File.
           IF WS-Acct-Activity-OK THEN
               MOVE "N" TO WS-Walk-EOF-Flag
               PERFORM Copy-One-Activity-Section
                   UNTIL WS-Walk-EOF
               CLOSE Acct-Activity-File
           END-IF.
           CLOSE Act-History-File.

       Copy-One-Activity-Section SECTION. *> One activity, if it goes
           READ Acct-Activity-File
               AT END
                   SET WS-Walk-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF ACT-Date(1:7) > WS-Purge-Month THEN
               EXIT SECTION
           END-IF.
      *    Brought-forward charges and carried credit were written
      *    by an earlier purge - their originals are already on
      *    history, so they settle again below but are not copied.
           IF ACT-Type = "B" OR ACT-Type = "F" THEN
               EXIT SECTION
           END-IF.
           MOVE ACT-Date(1:7) TO WS-Rec-Month.
           PERFORM Check-Record-Month-Section.
           MOVE Acct-Activity-Record TO Act-History-Record.
           WRITE Act-History-Record.
           ADD 1 TO WS-Prf-Live-Count(5).
           ADD ACT-Amount TO WS-Prf-Live-Total(5).

       Verify-History-Section SECTION. *> Read every copy back
           OPEN INPUT Jrnl-History-File.
           MOVE "N" TO WS-Walk-EOF-Flag.
           PERFORM Verify-One-Journal-Section
               UNTIL WS-Walk-EOF.
           CLOSE Jrnl-History-File.

           OPEN INPUT Dtl-History-File.
           MOVE "N" TO WS-Walk-EOF-Flag.
           PERFORM Verify-One-Detail-Section
               UNTIL WS-Walk-EOF.
           CLOSE Dtl-History-File.

           OPEN INPUT Tax-History-File.
           MOVE "N" TO WS-Walk-EOF-Flag.
           PERFORM Verify-One-Tax-Section
               UNTIL WS-Walk-EOF.
           CLOSE Tax-History-File.

           OPEN INPUT Ovr-History-File.
           MOVE "N" TO WS-Walk-EOF-Flag.
           PERFORM Verify-One-Override-Section
               UNTIL WS-Walk-EOF.
           CLOSE Ovr-History-File.

           OPEN INPUT Act-History-File.
           MOVE "N" TO WS-Walk-EOF-Flag.
           PERFORM Verify-One-Activity-Section
               UNTIL WS-Walk-EOF.
           CLOSE Act-History-File.

           PERFORM Compare-One-File-Section
               VARYING PR FROM 1 BY 1 UNTIL PR > 5.

       Verify-One-Journal-Section SECTION. *> One journal copy back
           READ Jrnl-History-File
               AT END
                   SET WS-Walk-EOF TO TRUE
               NOT AT END
                   MOVE Jrnl-History-Record TO Txn-Journal-Record
                   ADD 1 TO WS-Prf-Hist-Count(1)
                   ADD TJR-Owed TO WS-Prf-Hist-Total(1)
           END-READ.

       Verify-One-Detail-Section SECTION. *> One detail copy back
           READ Dtl-History-File
               AT END
                   SET WS-Walk-EOF TO TRUE
               NOT AT END
                   MOVE Dtl-History-Record TO Sales-Detail-Record
                   ADD 1 TO WS-Prf-Hist-Count(2)
                   ADD SDT-Line-Total TO WS-Prf-Hist-Total(2)
           END-READ.

       Verify-One-Tax-Section SECTION. *> One tax copy back
           READ Tax-History-File
               AT END
                   SET WS-Walk-EOF TO TRUE
               NOT AT END
                   MOVE Tax-History-Record TO Tax-Journal-Record
                   ADD 1 TO WS-Prf-Hist-Count(3)
                   ADD TXJ-Tax TO WS-Prf-Hist-Total(3)
           END-READ.

       Verify-One-Override-Section SECTION. *> One override copy back
           READ Ovr-History-File
               AT END
                   SET WS-Walk-EOF TO TRUE
               NOT AT END
                   MOVE Ovr-History-Record TO Override-Record
                   ADD 1 TO WS-Prf-Hist-Count(4)
                   ADD OVR-New-Price TO WS-Prf-Hist-Total(4)
           END-READ.

       Verify-One-Activity-Section SECTION. *> One activity copy back
           READ Act-History-File
               AT END
                   SET WS-Walk-EOF TO TRUE
               NOT AT END
                   MOVE Act-History-Record TO Acct-Activity-Record
                   ADD 1 TO WS-Prf-Hist-Count(5)
                   ADD ACT-Amount TO WS-Prf-Hist-Total(5)
           END-READ.

       Compare-One-File-Section SECTION. *> Live against history
           IF WS-Prf-Live-Count(PR) NOT = WS-Prf-Hist-Count(PR)
                   OR WS-Prf-Live-Total(PR)
                       NOT = WS-Prf-Hist-Total(PR) THEN
               MOVE "N" TO WS-Proof-OK-Flag
           END-IF.

       Build-Summary-Section SECTION. *> Detail history into SALESSUM
           IF NOT WS-Proof-OK THEN
               EXIT SECTION
           END-IF.
           OPEN I-O Sales-Summary-File.
           IF WS-Sales-Summary-Status = "35" THEN
               OPEN OUTPUT Sales-Summary-File
               CLOSE Sales-Summary-File
               OPEN I-O Sales-Summary-File
           END-IF.
           IF NOT WS-Sales-Summary-OK THEN
               DISPLAY "Cannot open SALESSUM.DAT (status "
                   WS-Sales-Summary-Status ")"
               MOVE "N" TO WS-Proof-OK-Flag
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WS-Sum-Date.
           MOVE 0 TO WS-Sum-Count.
           OPEN INPUT Dtl-History-File.
           MOVE "N" TO WS-Walk-EOF-Flag.
           PERFORM Summarise-One-Line-Section
               UNTIL WS-Walk-EOF.
           CLOSE Dtl-History-File.
           PERFORM Write-Summary-Day-Section.
           CLOSE Sales-Summary-File.

      *    The summary must account for every purged line and every
      *    cent of it, or the reports would quietly lose sales
           COMPUTE WS-Sum-Expect-Lines =
               WS-Prf-Hist-Count(2) - WS-Sum-Empties-Lines.
           COMPUTE WS-Sum-Expect-Value =
               WS-Prf-Hist-Total(2) - WS-Sum-Empties-Value.
           IF WS-Sum-Total-Lines NOT = WS-Sum-Expect-Lines
                   OR WS-Sum-Total-Value
                       NOT = WS-Sum-Expect-Value THEN
               MOVE "N" TO WS-Proof-OK-Flag
           END-IF.

       Summarise-One-Line-Section SECTION. *> One line into its day
           READ Dtl-History-File
               AT END
                   SET WS-Walk-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           MOVE Dtl-History-Record TO Sales-Detail-Record.
      *    Returned empties paid a deposit back - nothing sold and
      *    nothing refunded, so the sales reports skip them on the
      *    live detail and the summary leaves them out the same way
           IF SDT-Txn-Type = "C" THEN
               ADD 1 TO WS-Sum-Empties-Lines
               ADD SDT-Line-Total TO WS-Sum-Empties-Value
               EXIT SECTION
           END-IF.
      *    The history runs in date order - a new date means the
      *    day before is complete
           IF SDT-Date NOT = WS-Sum-Date THEN
               PERFORM Write-Summary-Day-Section
               MOVE SDT-Date TO WS-Sum-Date
               MOVE 0 TO WS-Sum-Count
           END-IF.

           IF SDT-Item-Code NOT = SPACES THEN
               MOVE SDT-Item-Code TO WS-Cur-Item-Key
           ELSE
               MOVE SDT-Item-Name TO WS-Cur-Item-Key
           END-IF.
           MOVE 0 TO WS-Sum-Found.
           PERFORM Find-Summary-Entry-Section
               VARYING SM FROM 1 BY 1 UNTIL SM > WS-Sum-Count.
           IF WS-Sum-Found = 0 THEN
               IF WS-Sum-Count < WS-Sum-Max THEN
                   ADD 1 TO WS-Sum-Count
                   MOVE WS-Sum-Count TO WS-Sum-Found
                   INITIALIZE WS-Sum-Entry(WS-Sum-Found)
                   MOVE SDT-Dept TO WS-Sum-Dept(WS-Sum-Found)
                   MOVE WS-Cur-Item-Key
                       TO WS-Sum-Item-Key(WS-Sum-Found)
                   MOVE SDT-Item-Code
                       TO WS-Sum-Item-Code(WS-Sum-Found)
                   MOVE SDT-Item-Name
                       TO WS-Sum-Item-Name(WS-Sum-Found)
               ELSE
      *            No room - the line goes unsummarised and the
      *            proof below will catch it
                   EXIT SECTION
               END-IF
           END-IF.

           ADD 1 TO WS-Sum-Lines(WS-Sum-Found).
           IF SDT-Txn-Type = "R" THEN
               ADD SDT-Qty TO WS-Sum-Refund-Qty(WS-Sum-Found)
               ADD SDT-Line-Total
                   TO WS-Sum-Refund-Value(WS-Sum-Found)
           ELSE
               ADD SDT-Qty TO WS-Sum-Sold-Qty(WS-Sum-Found)
               ADD SDT-Line-Total TO WS-Sum-Sold-Value(WS-Sum-Found)
           END-IF.

       Find-Summary-Entry-Section SECTION. *> Same dept and item?
           IF WS-Sum-Dept(SM) = SDT-Dept
                   AND WS-Sum-Item-Key(SM) = WS-Cur-Item-Key THEN
               MOVE SM TO WS-Sum-Found
           END-IF.

       Write-Summary-Day-Section SECTION. *> The day's records out
           PERFORM Write-One-Summary-Section
               VARYING SM FROM 1 BY 1 UNTIL SM > WS-Sum-Count.

       Write-One-Summary-Section SECTION. *> One dept/item record
           INITIALIZE Sales-Summary-Record.
           MOVE WS-Sum-Date TO SSM-Date.
           MOVE WS-Sum-Dept(SM) TO SSM-Dept.
           MOVE WS-Sum-Item-Key(SM) TO SSM-Item-Key.
           MOVE WS-Sum-Item-Code(SM) TO SSM-Item-Code.
           MOVE WS-Sum-Item-Name(SM) TO SSM-Item-Name.
           MOVE WS-Sum-Lines(SM) TO SSM-Line-Count.
           MOVE WS-Sum-Sold-Qty(SM) TO SSM-Sold-Qty.
           MOVE WS-Sum-Sold-Value(SM) TO SSM-Sold-Value.
           MOVE WS-Sum-Refund-Qty(SM) TO SSM-Refund-Qty.
           MOVE WS-Sum-Refund-Value(SM) TO SSM-Refund-Value.
      *    A run stopped after its summary but before its purge
      *    left this day behind - the rerun's figures replace it
           WRITE Sales-Summary-Record
               INVALID KEY
                   REWRITE Sales-Summary-Record
                       INVALID KEY
                           MOVE "N" TO WS-Proof-OK-Flag
                           EXIT SECTION
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-Sum-Records.
           ADD WS-Sum-Lines(SM) TO WS-Sum-Total-Lines.
           ADD WS-Sum-Sold-Value(SM) TO WS-Sum-Total-Value.
           ADD WS-Sum-Refund-Value(SM) TO WS-Sum-Total-Value.

       Plan-Settlement-Section SECTION. *> Each account's credit pool
           MOVE 0 TO WS-Stl-Count.
           OPEN INPUT Acct-Activity-File.
           IF NOT WS-Acct-Activity-OK THEN
               EXIT SECTION
           END-IF.
           MOVE "N" TO WS-Walk-EOF-Flag.
           PERFORM Pool-One-Activity-Section
               UNTIL WS-Walk-EOF.
           CLOSE Acct-Activity-File.

       Pool-One-Activity-Section SECTION. *> One credit into its pool
           READ Acct-Activity-File
               AT END
                   SET WS-Walk-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF ACT-Date(1:7) > WS-Purge-Month THEN
               EXIT SECTION
           END-IF.
           PERFORM Find-Settle-Entry-Section.
           IF WS-Stl-Found = 0 THEN
               EXIT SECTION
           END-IF.
           IF ACT-Type = "P" OR ACT-Type = "R" OR ACT-Type = "F" THEN
               ADD ACT-Amount TO WS-Stl-Pool(WS-Stl-Found)
           END-IF.

       Find-Settle-Entry-Section SECTION. *> The account's entry
           MOVE 0 TO WS-Stl-Found.
           PERFORM Match-Settle-Entry-Section
               VARYING ST FROM 1 BY 1 UNTIL ST > WS-Stl-Count.
           IF WS-Stl-Found = 0 THEN
               IF WS-Stl-Count < WS-Stl-Max THEN
                   ADD 1 TO WS-Stl-Count
                   MOVE WS-Stl-Count TO WS-Stl-Found
                   MOVE ACT-Account-Number
                       TO WS-Stl-Account(WS-Stl-Found)
                   MOVE 0 TO WS-Stl-Pool(WS-Stl-Found)
               ELSE
                   SET WS-Stl-Full TO TRUE
               END-IF
           END-IF.

       Match-Settle-Entry-Section SECTION. *> Same account?
           IF WS-Stl-Account(ST) = ACT-Account-Number THEN
               MOVE ST TO WS-Stl-Found
           END-IF.

       Show-Proof-Section SECTION. *> The proof, file by file
           DISPLAY "File        Live recs   History recs"
               "         Live total      History total".
           PERFORM Show-One-Proof-Section
               VARYING PR FROM 1 BY 1 UNTIL PR > 5.
      *    Worked again here - the summary isn't built at all when
      *    the copies already failed
           COMPUTE WS-Sum-Expect-Lines =
               WS-Prf-Hist-Count(2) - WS-Sum-Empties-Lines.
           COMPUTE WS-Sum-Expect-Value =
               WS-Prf-Hist-Total(2) - WS-Sum-Empties-Value.
           MOVE WS-Sum-Total-Lines TO WS-Disp-Count.
           MOVE WS-Sum-Expect-Lines TO WS-Disp-Count2.
           MOVE WS-Sum-Total-Value TO WS-Disp-Money.
           MOVE WS-Sum-Expect-Value TO WS-Disp-Money2.
           DISPLAY "Summary  " WS-Disp-Count "     " WS-Disp-Count2
               " " WS-Disp-Money " " WS-Disp-Money2.

       Show-One-Proof-Section SECTION. *> One file's proof line
           MOVE WS-Prf-Live-Count(PR) TO WS-Disp-Count.
           MOVE WS-Prf-Hist-Count(PR) TO WS-Disp-Count2.
           MOVE WS-Prf-Live-Total(PR) TO WS-Disp-Money.
           MOVE WS-Prf-Hist-Total(PR) TO WS-Disp-Money2.
           DISPLAY WS-Prf-Name(PR)(1:9) WS-Disp-Count "     "
               WS-Disp-Count2 " " WS-Disp-Money " " WS-Disp-Money2.

       Remove-Journal-Section SECTION. *> Journal records deleted
           OPEN I-O Txn-Journal-File.
           IF NOT WS-Txn-Journal-OK THEN
               EXIT SECTION
           END-IF.
           MOVE "N" TO WS-Walk-EOF-Flag.
           MOVE LOW-VALUES TO TJR-Date.
           START Txn-Journal-File KEY IS NOT < TJR-Date
               INVALID KEY
                   SET WS-Walk-EOF TO TRUE
           END-START.
           PERFORM Remove-One-Journal-Section
               UNTIL WS-Walk-EOF.
           CLOSE Txn-Journal-File.

       Remove-One-Journal-Section SECTION. *> One journal record gone
           READ Txn-Journal-File NEXT RECORD
               AT END
                   SET WS-Walk-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF TJR-Date(1:7) > WS-Purge-Month THEN
               SET WS-Walk-EOF TO TRUE
               EXIT SECTION
           END-IF.
           DELETE Txn-Journal-File RECORD
               INVALID KEY
                   DISPLAY "Journal record " TJR-Txn-Number
                       " not removed (status " WS-Txn-Journal-Status
                       ")"
               NOT INVALID KEY
                   ADD 1 TO WS-Prf-Gone-Count(1)
           END-DELETE.

       Remove-Detail-Section SECTION. *> Detail lines deleted
           OPEN I-O Sales-Detail-File.
           IF NOT WS-Sales-Detail-OK THEN
               EXIT SECTION
           END-IF.
           MOVE "N" TO WS-Walk-EOF-Flag.
           MOVE LOW-VALUES TO SDT-Date.
           START Sales-Detail-File KEY IS NOT < SDT-Date
               INVALID KEY
                   SET WS-Walk-EOF TO TRUE
           END-START.
           PERFORM Remove-One-Detail-Section
               UNTIL WS-Walk-EOF.
           CLOSE Sales-Detail-File.

       Remove-One-Detail-Section SECTION. *> One detail line gone
           READ Sales-Detail-File NEXT RECORD
               AT END
                   SET WS-Walk-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF SDT-Date(1:7) > WS-Purge-Month THEN
               SET WS-Walk-EOF TO TRUE
               EXIT SECTION
           END-IF.
           DELETE Sales-Detail-File RECORD
               INVALID KEY
                   DISPLAY "Detail line " SDT-Txn-Number "/"
                       SDT-Line-Number " not removed (status "
                       WS-Sales-Detail-Status ")"
               NOT INVALID KEY
                   ADD 1 TO WS-Prf-Gone-Count(2)
           END-DELETE.

       Remove-Tax-Section SECTION. *> Tax records deleted
           OPEN I-O Tax-Journal-File.
           IF NOT WS-Tax-Journal-OK THEN
               EXIT SECTION
           END-IF.
           MOVE "N" TO WS-Walk-EOF-Flag.
           MOVE LOW-VALUES TO TXJ-Date.
           START Tax-Journal-File KEY IS NOT < TXJ-Date
               INVALID KEY
                   SET WS-Walk-EOF TO TRUE
           END-START.
           PERFORM Remove-One-Tax-Section
               UNTIL WS-Walk-EOF.
           CLOSE Tax-Journal-File.

       Remove-One-Tax-Section SECTION. *> One tax record gone
           READ Tax-Journal-File NEXT RECORD
               AT END
                   SET WS-Walk-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF TXJ-Date(1:7) > WS-Purge-Month THEN
               SET WS-Walk-EOF TO TRUE
               EXIT SECTION
           END-IF.
           DELETE Tax-Journal-File RECORD
               INVALID KEY
                   DISPLAY "Tax record " TXJ-Txn-Number "/"
                       TXJ-Category " not removed (status "
                       WS-Tax-Journal-Status ")"
               NOT INVALID KEY
                   ADD 1 TO WS-Prf-Gone-Count(3)
           END-DELETE.

       Remove-Override-Section SECTION. *> Overrides rewritten
           OPEN INPUT Override-File.
           IF NOT WS-Override-OK THEN
               EXIT SECTION
           END-IF.
           OPEN OUTPUT Keep-File.
           MOVE "N" TO WS-Walk-EOF-Flag.
           PERFORM Keep-One-Override-Section
               UNTIL WS-Walk-EOF.
           CLOSE Keep-File.
           CLOSE Override-File.

      *    The keepers go back as the live file
           OPEN INPUT Keep-File.
           OPEN OUTPUT Override-File.
           MOVE "N" TO WS-Walk-EOF-Flag.
           PERFORM Restore-One-Override-Section
               UNTIL WS-Walk-EOF.
           CLOSE Override-File.
           CLOSE Keep-File.

       Keep-One-Override-Section SECTION. *> One override kept or gone
           READ Override-File
               AT END
                   SET WS-Walk-EOF TO TRUE
               NOT AT END
                   IF OVR-Date(1:7) > WS-Purge-Month THEN
                       MOVE Override-Record TO Keep-Record
                       WRITE Keep-Record
                   ELSE
                       ADD 1 TO WS-Prf-Gone-Count(4)
                   END-IF
           END-READ.

       Restore-One-Override-Section SECTION. *> One kept override back
           READ Keep-File
               AT END
                   SET WS-Walk-EOF TO TRUE
               NOT AT END
                   MOVE Keep-Record TO Override-Record
                   WRITE Override-Record
           END-READ.

       Remove-Acct-Activity-Section SECTION. *> Settle, then rewrite
           OPEN INPUT Acct-Activity-File.
           IF NOT WS-Acct-Activity-OK THEN
               EXIT SECTION
           END-IF.
           OPEN OUTPUT Keep-File.
           MOVE "N" TO WS-Walk-EOF-Flag.
           PERFORM Keep-One-Activity-Section
               UNTIL WS-Walk-EOF.
      *    Credit left over once every purged charge is settled
      *    stays with its account
           PERFORM Carry-One-Credit-Section
               VARYING ST FROM 1 BY 1 UNTIL ST > WS-Stl-Count.
           CLOSE Keep-File.
           CLOSE Acct-Activity-File.

           OPEN INPUT Keep-File.
           OPEN OUTPUT Acct-Activity-File.
           MOVE "N" TO WS-Walk-EOF-Flag.
           PERFORM Restore-One-Activity-Section
               UNTIL WS-Walk-EOF.
           CLOSE Acct-Activity-File.
           CLOSE Keep-File.

       Keep-One-Activity-Section SECTION. *> One activity kept or gone
           READ Acct-Activity-File
               AT END
                   SET WS-Walk-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF ACT-Date(1:7) > WS-Purge-Month THEN
               MOVE Acct-Activity-Record TO Keep-Record
               WRITE Keep-Record
               EXIT SECTION
           END-IF.
           IF ACT-Type NOT = "B" AND ACT-Type NOT = "F" THEN
               ADD 1 TO WS-Prf-Gone-Count(5)
           END-IF.
           IF ACT-Type NOT = "C" AND ACT-Type NOT = "B" THEN
               EXIT SECTION
           END-IF.

      *    A charge: the account's credit settles it, oldest first,
      *    the way the aging run applies payments - whatever is left
      *    stays live as a brought-forward charge on its own date
           PERFORM Find-Settle-Entry-Section.
           MOVE ACT-Amount TO WS-Residual.
           IF WS-Stl-Pool(WS-Stl-Found) >= WS-Residual THEN
               SUBTRACT WS-Residual FROM WS-Stl-Pool(WS-Stl-Found)
               MOVE 0 TO WS-Residual
           ELSE
               SUBTRACT WS-Stl-Pool(WS-Stl-Found) FROM WS-Residual
               MOVE 0 TO WS-Stl-Pool(WS-Stl-Found)
           END-IF.
           IF WS-Residual > 0 THEN
               MOVE "B" TO ACT-Type
               MOVE WS-Residual TO ACT-Amount
               MOVE Acct-Activity-Record TO Keep-Record
               WRITE Keep-Record
               ADD 1 TO WS-Brought-Forward
           END-IF.

       Carry-One-Credit-Section SECTION. *> Unused credit carried
           IF WS-Stl-Pool(ST) = 0 THEN
               EXIT SECTION
           END-IF.
           INITIALIZE Acct-Activity-Record.
           MOVE WS-Stl-Account(ST) TO ACT-Account-Number.
           MOVE 0 TO ACT-Txn-Number.
           MOVE WS-Purge-Month TO ACT-Date(1:7).
           MOVE "/01" TO ACT-Date(8:3).
           MOVE "F" TO ACT-Type.
           MOVE WS-Stl-Pool(ST) TO ACT-Amount.
           MOVE Acct-Activity-Record TO Keep-Record.
           WRITE Keep-Record.
           ADD 1 TO WS-Credit-Forward.

       Restore-One-Activity-Section SECTION. *> One kept record back
           READ Keep-File
               AT END
                   SET WS-Walk-EOF TO TRUE
               NOT AT END
                   MOVE Keep-Record TO Acct-Activity-Record
                   WRITE Acct-Activity-Record
           END-READ.

       Mark-Month-Purged-Section SECTION. *> PERCTL.DAT updated
           MOVE WS-Purge-Month TO PCT-Month.
           READ Period-Control-File
               INVALID KEY
                   CLOSE Period-Control-File
                   EXIT SECTION
           END-READ.
           MOVE "P" TO PCT-State.
           MOVE WS-Date TO PCT-Purged-Date.
           REWRITE Period-Control-Record.
           CLOSE Period-Control-File.

       Show-Removed-Section SECTION. *> One file's removal count
           MOVE WS-Prf-Gone-Count(PR) TO WS-Disp-Count.
           MOVE WS-Prf-Hist-Count(PR) TO WS-Disp-Count2.
           DISPLAY "  " WS-Prf-Name(PR) WS-Disp-Count " removed, "
               WS-Disp-Count2 " on history".
       END PROGRAM HistoryPurge.
