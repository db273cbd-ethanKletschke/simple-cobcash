      *Dead-stock report - every item with stock on hand that hasn't
      *sold in 60, 90 or 180 days, aged by its last sale date in
      *SALESDTL.DAT (an item with no sale on file at all counts as the
      *oldest band) and valued at cost, with the idle value broken
      *down by department. Each age band carries a suggested markdown
      *percentage, keyed per run; the proposed new prices go on the
      *report (DEADSTK.TXT) and the proposal file (MKDNPRP.DAT).
      *Nothing is repriced until a buyer signs on in approve mode and
      *takes them item by item - each approval is written straight
      *into the pending price changes (PRICECHG.DAT) with its
      *effective date, so the day-open puts it on the shelf the next
      *morning without anybody re-keying it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeadStock.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Item master file - walked to report, read on approve
           SELECT Item-Master-File ASSIGN TO "ITEMMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITM-Item-Code
           FILE STATUS IS WS-Item-Master-Status.
      *    The item-level sales detail, read end to end
           SELECT Sales-Detail-File ASSIGN TO "SALESDTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SDT-Key
           ALTERNATE RECORD KEY IS SDT-Date WITH DUPLICATES
           FILE STATUS IS WS-Sales-Detail-Status.
      *    The markdowns waiting on a buyer's approval
           SELECT Proposal-File ASSIGN TO "MKDNPRP.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Proposal-Status.
      *    The pending price changes the approvals are queued on
           SELECT Price-Change-File ASSIGN TO "PRICECHG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Price-Change-Status.
      *    The report this program produces
           SELECT Dead-Stock-Report-File ASSIGN TO "DEADSTK.TXT"
           ORGANIZATION LINE SEQUENTIAL.
      *    Cardholder master, to confirm the approving buyer
           SELECT Cardholder-File ASSIGN TO "CARDHOLD.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CH-Card-Number
           FILE STATUS IS WS-Cardholder-Status.
      *    Per-cardholder permissions - approving takes MAINT
           SELECT Permission-File ASSIGN TO "PERMLIST.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PER-Card-Number
           FILE STATUS IS WS-Permission-Status.
      *    The privileged-action audit trail
           SELECT Audit-File ASSIGN TO "AUDITLOG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Audit-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Item-Master-File.
           COPY "ItemMasterRecord.cpy".

       FD  Sales-Detail-File.
           COPY "SalesDetailRecord.cpy".

       FD  Proposal-File.
           COPY "MarkdownProposalRecord.cpy".

       FD  Price-Change-File.
           COPY "PriceChangeRecord.cpy".

       FD  Dead-Stock-Report-File.
       01  Report-Line-Record PIC X(100).

       FD  Cardholder-File.
           COPY "CardholderRecord.cpy".

       FD  Permission-File.
           COPY "PermissionRecord.cpy".

       FD  Audit-File.
       01  Audit-Log-Record PIC X(140).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Item-Master-Status PIC X(02).
           88 WS-Item-Master-OK VALUE "00".
       01  WS-Sales-Detail-Status PIC X(02).
           88 WS-Sales-Detail-OK VALUE "00".
       01  WS-Proposal-Status PIC X(02).
           88 WS-Proposal-OK VALUE "00".
       01  WS-Price-Change-Status PIC X(02).
           88 WS-Price-Change-OK VALUE "00".
       01  WS-Cardholder-Status PIC X(02).
           88 WS-Cardholder-OK VALUE "00".
       01  WS-Permission-Status PIC X(02).
           88 WS-Permission-OK VALUE "00".
       01  WS-Audit-File-Status PIC X(02).
      *"Y" once each walk runs out of records
       01  WS-Detail-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Detail-EOF VALUE "Y".
       01  WS-Item-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Item-EOF VALUE "Y".
       01  WS-Proposal-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Proposal-EOF VALUE "Y".
       01  WS-Pending-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Pending-EOF VALUE "Y".
      *Which mode this run is in, keyed on the console
       01  WS-Run-Mode PIC X(01) VALUE "R".
           88 WS-Mode-Report VALUE "R" "r".
           88 WS-Mode-Approve VALUE "A" "a".

      *The markdown suggested for each age band, keyed per run - zero
      *takes the default in brackets on the prompt
       01  WS-Markdown-Settings.
           05 WS-Band-Pct PIC 9(02) OCCURS 3 TIMES.
      *The idle days each band starts at, oldest last
       01  WS-Band-Start-Values.
           05 FILLER PIC 9(03) VALUE 60.
           05 FILLER PIC 9(03) VALUE 90.
           05 FILLER PIC 9(03) VALUE 180.
       01  WS-Band-Starts REDEFINES WS-Band-Start-Values.
           05 WS-Band-Start-Days PIC 9(03) OCCURS 3 TIMES.
       01  BN PIC 9(01) VALUE 0.

      *Last sale date per item, from the whole sales detail
       01  WS-Last-Sale-Table.
           05 WS-Last-Count PIC 9(04) COMP VALUE 0.
           05 WS-Last-Max PIC 9(04) COMP VALUE 2000.
           05 WS-Last-Entry OCCURS 2000 TIMES.
               10 WS-Last-Item-Code PIC X(10).
               10 WS-Last-Sale-Date PIC X(10).
           05 LS PIC 9(04) COMP VALUE 0.
           05 WS-Last-Found PIC 9(04) COMP VALUE 0.

      *Idle stock value per department and age band
       01  WS-Dept-Totals.
           05 WS-Dept-Count PIC 9(04) COMP VALUE 0.
           05 WS-Dept-Max PIC 9(04) COMP VALUE 100.
           05 WS-Dept-Entry OCCURS 100 TIMES.
               10 WS-Dept-Code PIC X(03).
               10 WS-Dept-Band OCCURS 3 TIMES.
                   15 WS-Dept-Items PIC 9(05).
                   15 WS-Dept-Value PIC 9(09)V99.
           05 DP PIC 9(04) COMP VALUE 0.
           05 WS-Dept-Found PIC 9(04) COMP VALUE 0.

      *One item being aged
       01  WS-Item-Age.
           05 WS-Item-Last-Sale PIC X(10) VALUE SPACES.
           05 WS-Idle-Days PIC 9(05) VALUE 0.
           05 WS-Idle-Value PIC 9(09)V99 VALUE 0.
           05 WS-New-Price PIC 9(06)V99 VALUE 0.
      *Run totals, per band and overall
       01  WS-Band-Totals.
           05 WS-Band-Total OCCURS 3 TIMES.
               10 WS-Band-Items PIC 9(05).
               10 WS-Band-Value PIC 9(09)V99.
       01  WS-Dead-Totals.
           05 WS-Dead-Items PIC 9(05) VALUE 0.
           05 WS-Dead-Value PIC 9(09)V99 VALUE 0.
           05 WS-Items-No-Cost PIC 9(05) VALUE 0.
           05 WS-Items-Proposed PIC 9(05) VALUE 0.
           05 WS-Items-Approved PIC 9(05) VALUE 0.
           05 WS-Items-Declined PIC 9(05) VALUE 0.
           05 WS-Items-Skipped PIC 9(05) VALUE 0.

      *The approval run's answers
       01  WS-Approve-Entry.
           05 WS-Effective-Date PIC X(10) VALUE SPACES.
           05 WS-Approve-Answer PIC X(01) VALUE SPACES.
               88 WS-Answer-Yes VALUE "Y" "y".
               88 WS-Answer-All VALUE "A" "a".
               88 WS-Answer-Quit VALUE "Q" "q".
      *"Y" once the buyer has said yes to everything left
           05 WS-Approve-All-Flag PIC X(01) VALUE "N".
               88 WS-Approve-All VALUE "Y".
      *"Y" once the buyer has stopped the run
           05 WS-Approve-Stop-Flag PIC X(01) VALUE "N".
               88 WS-Approve-Stopped VALUE "Y".
      *Item codes already queued in PRICECHG.DAT, and how many are
      *queued - the day-open holds at most 200 and refuses to apply
      *anything if the file grows past that
       01  WS-Pending-Table.
           05 WS-Pend-Count PIC 9(03) COMP VALUE 0.
           05 WS-Pend-Max PIC 9(03) COMP VALUE 200.
           05 WS-Pend-Item-Code PIC X(10) OCCURS 200 TIMES.
           05 PD PIC 9(03) COMP VALUE 0.
           05 WS-Pend-Found PIC 9(03) COMP VALUE 0.

      *Buyer sign-on for approve mode
       01  WS-Approve-Sign-On.
           05 WS-Supervisor-Card-Number PIC 9(16) VALUE 0.
           05 WS-Supervisor-PIN PIC 9(05) VALUE 0.
      *    The keyed PIN in its protected form, to match the card
           05 WS-Supervisor-PIN-Hash PIC X(20) VALUE SPACES.
           05 WS-Masked-Card-Number PIC X(16) VALUE SPACES.
      *"Y" once the buyer has passed every check
           05 WS-Sign-On-Flag PIC X(01) VALUE "N".
               88 WS-Signed-On VALUE "Y".
      *Today's date and time for the audit line
       01  WS-Audit-Stamp.
           05 WS-Audit-Date PIC 9999/99/99.
           05 WS-Audit-Time PIC 99/99/99.
      *The action and the "by" column, sized to the trail's fixed
      *layout - the loss-prevention report parses AUDITLOG.TXT by
      *column, so every writer must keep the same widths
       01  WS-Audit-Action PIC X(16) VALUE SPACES.
       01  WS-Audit-Who PIC X(10) VALUE SPACES.

      *Date arithmetic scratch
       01  WS-Date-Work.
           05 WS-Date-Digits PIC 9(08) VALUE 0.
           05 WS-Today-Integer PIC 9(08) VALUE 0.
           05 WS-Date-Integer PIC 9(08) VALUE 0.
      *Edited figures for the report lines
       01  WS-Disp-Dead-Fields.
           05 WS-Disp-Days PIC ZZZZ9.
           05 WS-Disp-Qty PIC ZZZZ9.99.
           05 WS-Disp-Value PIC $$$,$$$,$$9.99.
           05 WS-Disp-Value-2 PIC $$$,$$$,$$9.99.
           05 WS-Disp-Value-3 PIC $$$,$$$,$$9.99.
           05 WS-Disp-Pct PIC Z9.
           05 WS-Disp-Old-Price PIC $ZZZZZ9.99.
           05 WS-Disp-New-Price PIC $ZZZZZ9.99.
           05 WS-Disp-Count PIC ZZZZ9.
      *Today's date
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Ask the mode, then do the work
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           MOVE WS-Date(1:4) TO WS-Date-Digits(1:4).
           MOVE WS-Date(6:2) TO WS-Date-Digits(5:2).
           MOVE WS-Date(9:2) TO WS-Date-Digits(7:2).
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Date-Digits).

           DISPLAY "Dead Stock - Mode (R=Report and propose, "
               "A=Approve markdowns):".
           ACCEPT WS-Run-Mode.

           IF WS-Mode-Approve THEN
               PERFORM Approve-Markdowns-Section
           ELSE
               PERFORM Report-Section
           END-IF.
           STOP RUN.

       Report-Section SECTION. *> Age, value, propose
           MOVE 0 TO WS-Band-Pct(1).
           DISPLAY "Markdown % for 60-89 days idle (0=10):".
           ACCEPT WS-Band-Pct(1).
           IF WS-Band-Pct(1) = 0 THEN
               MOVE 10 TO WS-Band-Pct(1)
           END-IF.
           MOVE 0 TO WS-Band-Pct(2).
           DISPLAY "Markdown % for 90-179 days idle (0=25):".
           ACCEPT WS-Band-Pct(2).
           IF WS-Band-Pct(2) = 0 THEN
               MOVE 25 TO WS-Band-Pct(2)
           END-IF.
           MOVE 0 TO WS-Band-Pct(3).
           DISPLAY "Markdown % for 180+ days idle (0=50):".
           ACCEPT WS-Band-Pct(3).
           IF WS-Band-Pct(3) = 0 THEN
               MOVE 50 TO WS-Band-Pct(3)
           END-IF.
           INITIALIZE WS-Band-Totals.

      *    No sales detail at all just means nothing has a last sale -
      *    every item with stock lands in the oldest band.
           OPEN INPUT Sales-Detail-File.
           IF WS-Sales-Detail-OK THEN
               PERFORM Note-One-Detail-Section
                   UNTIL WS-Detail-EOF
               CLOSE Sales-Detail-File
           END-IF.

           OPEN INPUT Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "Item master won't open (status "
                   WS-Item-Master-Status ")"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT Proposal-File.
           OPEN OUTPUT Dead-Stock-Report-File.
           PERFORM Print-Heading-Section.

           PERFORM Age-One-Item-Section
               UNTIL WS-Item-EOF.

           PERFORM Print-Footer-Section.
           CLOSE Dead-Stock-Report-File.
           CLOSE Proposal-File.
           CLOSE Item-Master-File.
           DISPLAY "Dead-stock report written to DEADSTK.TXT - run "
               "approve mode to queue the markdowns".

       Note-One-Detail-Section SECTION. *> One sold line's date kept
           READ Sales-Detail-File
               AT END
                   SET WS-Detail-EOF TO TRUE
               NOT AT END
      *            Only a sale moves stock off the shelf - a refund
      *            puts it back and says nothing about demand.
                   IF SDT-Item-Code NOT = SPACES
                           AND SDT-Txn-Type NOT = "R"
                           AND SDT-Txn-Type NOT = "C" THEN
                       PERFORM Keep-Last-Sale-Section
                   END-IF
           END-READ.

       Keep-Last-Sale-Section SECTION. *> Into its item row
           MOVE 0 TO WS-Last-Found.
           PERFORM Match-One-Sale-Section
               VARYING LS FROM 1 BY 1 UNTIL LS > WS-Last-Count.
           IF WS-Last-Found = 0 THEN
               IF WS-Last-Count < WS-Last-Max THEN
                   ADD 1 TO WS-Last-Count
                   MOVE WS-Last-Count TO WS-Last-Found
                   MOVE SDT-Item-Code
                       TO WS-Last-Item-Code(WS-Last-Found)
                   MOVE SDT-Date TO WS-Last-Sale-Date(WS-Last-Found)
               END-IF
               EXIT SECTION
           END-IF.
           IF SDT-Date > WS-Last-Sale-Date(WS-Last-Found) THEN
               MOVE SDT-Date TO WS-Last-Sale-Date(WS-Last-Found)
           END-IF.

       Match-One-Sale-Section SECTION. *> Try one item row
           IF WS-Last-Item-Code(LS) = SDT-Item-Code THEN
               MOVE LS TO WS-Last-Found
           END-IF.

       Age-One-Item-Section SECTION. *> One item aged and valued
           READ Item-Master-File NEXT RECORD
               AT END
                   SET WS-Item-EOF TO TRUE
           END-READ.
           IF WS-Item-EOF THEN
               EXIT SECTION
           END-IF.
           IF ITM-On-Hand-Qty = 0 THEN
               EXIT SECTION
           END-IF.

           MOVE 0 TO WS-Last-Found.
           PERFORM Match-Item-Sale-Section
               VARYING LS FROM 1 BY 1 UNTIL LS > WS-Last-Count.
           IF WS-Last-Found = 0 THEN
               MOVE "never" TO WS-Item-Last-Sale
               MOVE 99999 TO WS-Idle-Days
           ELSE
               MOVE WS-Last-Sale-Date(WS-Last-Found)
                   TO WS-Item-Last-Sale
               MOVE WS-Item-Last-Sale(1:4) TO WS-Date-Digits(1:4)
               MOVE WS-Item-Last-Sale(6:2) TO WS-Date-Digits(5:2)
               MOVE WS-Item-Last-Sale(9:2) TO WS-Date-Digits(7:2)
               COMPUTE WS-Idle-Days = WS-Today-Integer
                   - FUNCTION INTEGER-OF-DATE(WS-Date-Digits)
           END-IF.

           MOVE 0 TO BN.
           IF WS-Idle-Days NOT < WS-Band-Start-Days(1) THEN
               MOVE 1 TO BN
           END-IF.
           IF WS-Idle-Days NOT < WS-Band-Start-Days(2) THEN
               MOVE 2 TO BN
           END-IF.
           IF WS-Idle-Days NOT < WS-Band-Start-Days(3) THEN
               MOVE 3 TO BN
           END-IF.
           IF BN = 0 THEN
               EXIT SECTION
           END-IF.

      *    Idle stock is valued at what it cost us; an item with no
      *    cost on file is still listed, but adds nothing to the value
           MOVE 0 TO WS-Idle-Value.
           IF ITM-Unit-Cost > 0 THEN
               COMPUTE WS-Idle-Value ROUNDED =
                   ITM-On-Hand-Qty * ITM-Unit-Cost
           ELSE
               ADD 1 TO WS-Items-No-Cost
           END-IF.
           ADD 1 TO WS-Dead-Items.
           ADD WS-Idle-Value TO WS-Dead-Value.
           ADD 1 TO WS-Band-Items(BN).
           ADD WS-Idle-Value TO WS-Band-Value(BN).
           PERFORM Add-To-Dept-Section.

           COMPUTE WS-New-Price ROUNDED =
               ITM-Item-Price * (100 - WS-Band-Pct(BN)) / 100.
           PERFORM Print-Item-Line-Section.

      *    A zero-priced item has nothing to mark down
           IF WS-New-Price = 0
                   OR WS-New-Price = ITM-Item-Price THEN
               EXIT SECTION
           END-IF.
           MOVE ITM-Item-Code TO MDP-Item-Code.
           MOVE ITM-Dept-Code TO MDP-Dept-Code.
           MOVE BN TO MDP-Band.
           MOVE WS-Idle-Days TO MDP-Idle-Days.
           MOVE ITM-Item-Price TO MDP-Old-Price.
           MOVE WS-Band-Pct(BN) TO MDP-Markdown-Pct.
           MOVE WS-New-Price TO MDP-New-Price.
           MOVE WS-Date TO MDP-Proposed-Date.
           WRITE Markdown-Proposal-Record.
           ADD 1 TO WS-Items-Proposed.

       Match-Item-Sale-Section SECTION. *> Try one item row
           IF WS-Last-Item-Code(LS) = ITM-Item-Code THEN
               MOVE LS TO WS-Last-Found
           END-IF.

       Add-To-Dept-Section SECTION. *> Into its department row
           MOVE 0 TO WS-Dept-Found.
           PERFORM Match-One-Dept-Section
               VARYING DP FROM 1 BY 1 UNTIL DP > WS-Dept-Count.
           IF WS-Dept-Found = 0 THEN
               IF WS-Dept-Count < WS-Dept-Max THEN
                   ADD 1 TO WS-Dept-Count
                   MOVE WS-Dept-Count TO WS-Dept-Found
                   INITIALIZE WS-Dept-Entry(WS-Dept-Found)
                   MOVE ITM-Dept-Code TO WS-Dept-Code(WS-Dept-Found)
               END-IF
           END-IF.
           IF WS-Dept-Found > 0 THEN
               ADD 1 TO WS-Dept-Items(WS-Dept-Found, BN)
               ADD WS-Idle-Value TO WS-Dept-Value(WS-Dept-Found, BN)
           END-IF.

       Match-One-Dept-Section SECTION. *> Try one department row
           IF WS-Dept-Code(DP) = ITM-Dept-Code THEN
               MOVE DP TO WS-Dept-Found
           END-IF.

       Print-Heading-Section SECTION. *> The report's heading
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Dead Stock                 " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Markdown 60+ days " DELIMITED BY SIZE
                  WS-Band-Pct(1) DELIMITED BY SIZE
                  "%  90+ days " DELIMITED BY SIZE
                  WS-Band-Pct(2) DELIMITED BY SIZE
                  "%  180+ days " DELIMITED BY SIZE
                  WS-Band-Pct(3) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "  Item       Name                 Dpt Last sale"
                      DELIMITED BY SIZE
                  "   Idle  On hand  Value at cost  Md   Price"
                      DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-Item-Line-Section SECTION. *> One idle item
           MOVE WS-Idle-Days TO WS-Disp-Days.
           MOVE ITM-On-Hand-Qty TO WS-Disp-Qty.
           MOVE WS-Idle-Value TO WS-Disp-Value.
           MOVE WS-Band-Pct(BN) TO WS-Disp-Pct.
           MOVE WS-New-Price TO WS-Disp-New-Price.
           MOVE SPACES TO Report-Line-Record.
           STRING "  " DELIMITED BY SIZE
                  ITM-Item-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITM-Item-Name DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITM-Dept-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Item-Last-Sale DELIMITED BY SIZE
                  WS-Disp-Days DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Qty DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Value DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Pct DELIMITED BY SIZE
                  "% " DELIMITED BY SIZE
                  WS-Disp-New-Price DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-Footer-Section SECTION. *> Departments, bands, totals
           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "Idle Value At Cost By Department"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "  Dpt       60-89 days     90-179 days"
                      DELIMITED BY SIZE
                  "      180+ days" DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           PERFORM Print-One-Dept-Section
               VARYING DP FROM 1 BY 1 UNTIL DP > WS-Dept-Count.

           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           PERFORM Print-One-Band-Section
               VARYING BN FROM 1 BY 1 UNTIL BN > 3.

           MOVE WS-Dead-Items TO WS-Disp-Count.
           MOVE WS-Dead-Value TO WS-Disp-Value.
           MOVE SPACES TO Report-Line-Record.
           STRING "TOTAL DEAD STOCK: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  " items, " DELIMITED BY SIZE
                  WS-Disp-Value DELIMITED BY SIZE
                  " at cost" DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.

           IF WS-Items-No-Cost > 0 THEN
               MOVE WS-Items-No-Cost TO WS-Disp-Count
               MOVE SPACES TO Report-Line-Record
               STRING "No cost on file, valued at nil: "
                          DELIMITED BY SIZE
                      WS-Disp-Count DELIMITED BY SIZE
                   INTO Report-Line-Record
               WRITE Report-Line-Record
           END-IF.
           MOVE WS-Items-Proposed TO WS-Disp-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "Markdowns proposed: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.

       Print-One-Dept-Section SECTION. *> One department's row
           MOVE WS-Dept-Value(DP, 1) TO WS-Disp-Value.
           MOVE WS-Dept-Value(DP, 2) TO WS-Disp-Value-2.
           MOVE WS-Dept-Value(DP, 3) TO WS-Disp-Value-3.
           MOVE SPACES TO Report-Line-Record.
           STRING "  " DELIMITED BY SIZE
                  WS-Dept-Code(DP) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Value DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Value-2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Value-3 DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-One-Band-Section SECTION. *> One age band's total
           MOVE WS-Band-Start-Days(BN) TO WS-Disp-Days.
           MOVE WS-Band-Items(BN) TO WS-Disp-Count.
           MOVE WS-Band-Value(BN) TO WS-Disp-Value.
           MOVE WS-Band-Pct(BN) TO WS-Disp-Pct.
           MOVE SPACES TO Report-Line-Record.
           STRING "Idle " DELIMITED BY SIZE
                  WS-Disp-Days DELIMITED BY SIZE
                  "+ days: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  " items, " DELIMITED BY SIZE
                  WS-Disp-Value DELIMITED BY SIZE
                  " - suggest " DELIMITED BY SIZE
                  WS-Disp-Pct DELIMITED BY SIZE
                  "% off" DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Approve-Markdowns-Section SECTION. *> Buyer queues the lot
           PERFORM Sign-On-Supervisor-Section.
           IF NOT WS-Signed-On THEN
               EXIT SECTION
           END-IF.

      *    Tomorrow unless told otherwise - the day-open puts it on
      *    the shelf first thing.
           COMPUTE WS-Date-Integer = WS-Today-Integer + 1.
           COMPUTE WS-Date-Digits =
               FUNCTION DATE-OF-INTEGER(WS-Date-Integer).
           MOVE SPACES TO WS-Effective-Date.
           DISPLAY "Effective date (yyyy/mm/dd, blank=tomorrow):".
           ACCEPT WS-Effective-Date.
           IF WS-Effective-Date = SPACES THEN
               MOVE WS-Date-Digits(1:4) TO WS-Effective-Date(1:4)
               MOVE "/" TO WS-Effective-Date(5:1)
               MOVE WS-Date-Digits(5:2) TO WS-Effective-Date(6:2)
               MOVE "/" TO WS-Effective-Date(8:1)
               MOVE WS-Date-Digits(7:2) TO WS-Effective-Date(9:2)
           END-IF.
           IF WS-Effective-Date(1:4) IS NOT NUMERIC
                   OR WS-Effective-Date(5:1) NOT = "/"
                   OR WS-Effective-Date(6:2) IS NOT NUMERIC
                   OR WS-Effective-Date(8:1) NOT = "/"
                   OR WS-Effective-Date(9:2) IS NOT NUMERIC THEN
      *        An ill-formed date would never compare as arrived at
      *        day-open - the change would sit in the file forever.
               DISPLAY "Date must be yyyy/mm/dd"
               EXIT SECTION
           END-IF.

           PERFORM Load-Pending-Codes-Section.
           IF WS-Pend-Count NOT < WS-Pend-Max THEN
               DISPLAY "PRICECHG.DAT already holds " WS-Pend-Max
                   " changes - let the day-open clear some first"
               EXIT SECTION
           END-IF.

           OPEN INPUT Proposal-File.
           IF NOT WS-Proposal-OK THEN
               DISPLAY "No markdowns (MKDNPRP.DAT) waiting - run "
                   "report mode first"
               EXIT SECTION
           END-IF.
           OPEN INPUT Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "Item master won't open (status "
                   WS-Item-Master-Status ")"
               CLOSE Proposal-File
               EXIT SECTION
           END-IF.
           OPEN EXTEND Price-Change-File.
           IF WS-Price-Change-Status = "35" THEN
      *        File doesn't exist yet - start it off
               OPEN OUTPUT Price-Change-File
           END-IF.

           PERFORM Approve-One-Markdown-Section
               UNTIL WS-Proposal-EOF OR WS-Approve-Stopped.

           CLOSE Price-Change-File.
           CLOSE Item-Master-File.
           CLOSE Proposal-File.

      *    Reviewed proposals are spent - empty the file so the same
      *    list can't be queued twice. Anything left unreviewed comes
      *    back on the next dead-stock run.
           OPEN OUTPUT Proposal-File.
           CLOSE Proposal-File.

           MOVE "MARKDOWN-APPROVE" TO WS-Audit-Action.
           PERFORM Write-Audit-Section.

           MOVE WS-Items-Approved TO WS-Disp-Count.
           DISPLAY WS-Disp-Count " markdowns queued for "
               WS-Effective-Date.
           MOVE WS-Items-Declined TO WS-Disp-Count.
           DISPLAY WS-Disp-Count " declined".
           IF WS-Items-Skipped > 0 THEN
               MOVE WS-Items-Skipped TO WS-Disp-Count
               DISPLAY WS-Disp-Count " skipped - repriced, already "
                   "queued or retired since the report"
           END-IF.

       Approve-One-Markdown-Section SECTION. *> One item put to buyer
           READ Proposal-File
               AT END
                   SET WS-Proposal-EOF TO TRUE
           END-READ.
           IF WS-Proposal-EOF THEN
               EXIT SECTION
           END-IF.

           MOVE MDP-Item-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   ADD 1 TO WS-Items-Skipped
                   EXIT SECTION
           END-READ.
      *    Somebody re-priced the item after the report was printed -
      *    a markdown off the old price would be wrong either way.
           IF ITM-Item-Price NOT = MDP-Old-Price THEN
               ADD 1 TO WS-Items-Skipped
               EXIT SECTION
           END-IF.
      *    A change already waiting would fight this one on the day
           MOVE 0 TO WS-Pend-Found.
           PERFORM Match-One-Pending-Section
               VARYING PD FROM 1 BY 1 UNTIL PD > WS-Pend-Count.
           IF WS-Pend-Found > 0 THEN
               ADD 1 TO WS-Items-Skipped
               EXIT SECTION
           END-IF.

           IF NOT WS-Approve-All THEN
               MOVE MDP-Idle-Days TO WS-Disp-Days
               MOVE MDP-Old-Price TO WS-Disp-Old-Price
               MOVE MDP-New-Price TO WS-Disp-New-Price
               MOVE MDP-Markdown-Pct TO WS-Disp-Pct
               DISPLAY MDP-Item-Code " " ITM-Item-Name
                   " idle " WS-Disp-Days " days"
               DISPLAY "  " WS-Disp-Old-Price " -> "
                   WS-Disp-New-Price " (" WS-Disp-Pct "% off)"
               MOVE SPACES TO WS-Approve-Answer
               DISPLAY "Approve? (Y=Yes, N=No, A=All the rest, "
                   "Q=Stop):"
               ACCEPT WS-Approve-Answer
               IF WS-Answer-Quit THEN
                   SET WS-Approve-Stopped TO TRUE
                   EXIT SECTION
               END-IF
               IF WS-Answer-All THEN
                   SET WS-Approve-All TO TRUE
               END-IF
               IF NOT WS-Answer-Yes AND NOT WS-Approve-All THEN
                   ADD 1 TO WS-Items-Declined
                   EXIT SECTION
               END-IF
           END-IF.

           MOVE MDP-Item-Code TO PCH-Item-Code.
           MOVE MDP-New-Price TO PCH-New-Price.
           MOVE WS-Effective-Date TO PCH-Effective-Date.
           WRITE Price-Change-Record.
           ADD 1 TO WS-Items-Approved.
           ADD 1 TO WS-Pend-Count.
           MOVE MDP-Item-Code TO WS-Pend-Item-Code(WS-Pend-Count).

      *    The day-open won't apply a file bigger than its table -
      *    stop while everything queued can still go live.
           IF WS-Pend-Count NOT < WS-Pend-Max THEN
               DISPLAY "PRICECHG.DAT is full at " WS-Pend-Max
                   " changes - the rest wait for the next run"
               SET WS-Approve-Stopped TO TRUE
           END-IF.

       Match-One-Pending-Section SECTION. *> Try one queued code
           IF WS-Pend-Item-Code(PD) = MDP-Item-Code THEN
               MOVE PD TO WS-Pend-Found
           END-IF.

       Load-Pending-Codes-Section SECTION. *> What is already queued
           MOVE 0 TO WS-Pend-Count.
           MOVE "N" TO WS-Pending-EOF-Flag.
           OPEN INPUT Price-Change-File.
           IF WS-Price-Change-OK THEN
               PERFORM Load-One-Pending-Section
                   UNTIL WS-Pending-EOF
               CLOSE Price-Change-File
           END-IF.

       Load-One-Pending-Section SECTION. *> One queued change in
           READ Price-Change-File
               AT END
                   SET WS-Pending-EOF TO TRUE
               NOT AT END
                   IF WS-Pend-Count < WS-Pend-Max THEN
                       ADD 1 TO WS-Pend-Count
                       MOVE PCH-Item-Code
                           TO WS-Pend-Item-Code(WS-Pend-Count)
                   ELSE
                       SET WS-Pending-EOF TO TRUE
                   END-IF
           END-READ.

       Sign-On-Supervisor-Section SECTION. *> MAINT permission only
           DISPLAY "Buyer card number:".
           ACCEPT WS-Supervisor-Card-Number.
           DISPLAY "Buyer PIN:".
           ACCEPT WS-Supervisor-PIN.

           OPEN INPUT Cardholder-File.
           IF NOT WS-Cardholder-OK THEN
               DISPLAY "Cardholder file won't open (status "
                   WS-Cardholder-Status ")"
               EXIT SECTION
           END-IF.
           CALL "PinHash" USING WS-Supervisor-Card-Number
               WS-Supervisor-PIN WS-Supervisor-PIN-Hash.
           MOVE WS-Supervisor-Card-Number TO CH-Card-Number.
           READ Cardholder-File
               INVALID KEY
                   DISPLAY "Buyer Card Not Recognised"
                   CLOSE Cardholder-File
                   EXIT SECTION
           END-READ.
           CLOSE Cardholder-File.
           IF CH-Not-Active
                   OR CH-PIN-Hash NOT = WS-Supervisor-PIN-Hash THEN
               DISPLAY "Buyer Sign-On Denied"
               EXIT SECTION
           END-IF.

      *    Same rule as the maintenance programs - the MAINT
      *    permission, or the supervisor flag where the card has no
      *    permission record.
           OPEN INPUT Permission-File.
           IF WS-Permission-OK THEN
               MOVE WS-Supervisor-Card-Number TO PER-Card-Number
               READ Permission-File
                   INVALID KEY
                       IF CH-Not-Supervisor THEN
                           DISPLAY "Sign-On Denied - no MAINT "
                               "permission"
                           CLOSE Permission-File
                           EXIT SECTION
                       END-IF
                   NOT INVALID KEY
                       IF NOT PER-May-Maint THEN
                           DISPLAY "Sign-On Denied - no MAINT "
                               "permission"
                           CLOSE Permission-File
                           EXIT SECTION
                       END-IF
               END-READ
               CLOSE Permission-File
           ELSE
               IF CH-Not-Supervisor THEN
                   DISPLAY "Buyer Sign-On Denied"
                   EXIT SECTION
               END-IF
           END-IF.

           MOVE ALL "*" TO WS-Masked-Card-Number.
           MOVE WS-Supervisor-Card-Number(13:4)
               TO WS-Masked-Card-Number(13:4).
           SET WS-Signed-On TO TRUE.

       Write-Audit-Section SECTION. *> One entry on the trail
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Audit-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Audit-Time.
           MOVE "DeadStock" TO WS-Audit-Who.

           OPEN EXTEND Audit-File.
           IF WS-Audit-File-Status = "35" THEN
      *        File doesn't exist yet - start it off
               OPEN OUTPUT Audit-File
           END-IF.

      *    Laid out field by field like every other trail writer
           MOVE SPACES TO Audit-Log-Record.
           STRING WS-Audit-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Audit-Time DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Audit-Action DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Masked-Card-Number DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  WS-Audit-Who DELIMITED BY SIZE
                  " permission MAINT" DELIMITED BY SIZE
               INTO Audit-Log-Record.
           WRITE Audit-Log-Record.
           CLOSE Audit-File.
       END PROGRAM DeadStock.
