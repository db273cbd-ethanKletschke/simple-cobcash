      *Weekly reorder recalculation - ITM-Reorder-Level and
      *ITM-Reorder-Qty worked out from what actually sells instead of
      *what someone keyed years ago. Propose mode reads the last few
      *weeks of SALESDTL.DAT, nets each item's units (refunds back
      *out), turns that into an average daily rate, and sizes the
      *level to cover the supplier's lead time (SUP-Lead-Time-Days)
      *plus a keyed number of safety days, and the quantity to cover
      *one ordering cycle. Every item whose figures would change goes
      *on a before/after review list (REORDCALC.TXT) and the proposal
      *file (REORDPRP.DAT); nothing touches the item master until a
      *supervisor signs on in accept mode and applies the lot in one
      *pass. Items pinned by hand (ITM-Reorder-Fixed) are left alone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReorderCalc.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Item master file - walked to propose, updated on accept
           SELECT Item-Master-File ASSIGN TO "ITEMMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITM-Item-Code
           FILE STATUS IS WS-Item-Master-Status.
      *    Supplier master, for each item's lead time
           SELECT Supplier-File ASSIGN TO "SUPPLIER.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUP-Supplier-Code
           FILE STATUS IS WS-Supplier-Status.
      *    The item-level sales detail, read end to end
           SELECT Sales-Detail-File ASSIGN TO "SALESDTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDT-Key
           ALTERNATE RECORD KEY IS SDT-Date WITH DUPLICATES
           FILE STATUS IS WS-Sales-Detail-Status.
      *    The proposals waiting on a supervisor's accept
           SELECT Proposal-File ASSIGN TO "REORDPRP.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Proposal-Status.
      *    The before/after review list
           SELECT Review-Report-File ASSIGN TO "REORDCALC.TXT"
           ORGANIZATION LINE SEQUENTIAL.
      *    Cardholder master, to confirm the accepting supervisor
           SELECT Cardholder-File ASSIGN TO "CARDHOLD.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CH-Card-Number
           FILE STATUS IS WS-Cardholder-Status.
      *    Per-cardholder permissions - accepting takes MAINT
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

       FD  Supplier-File.
           COPY "SupplierRecord.cpy".

       FD  Sales-Detail-File.
           COPY "SalesDetailRecord.cpy".

       FD  Proposal-File.
           COPY "ReorderProposalRecord.cpy".

       FD  Review-Report-File.
       01  Report-Line-Record PIC X(90).

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
       01  WS-Supplier-Status PIC X(02).
           88 WS-Supplier-OK VALUE "00".
       01  WS-Sales-Detail-Status PIC X(02).
           88 WS-Sales-Detail-OK VALUE "00".
       01  WS-Proposal-Status PIC X(02).
           88 WS-Proposal-OK VALUE "00".
       01  WS-Cardholder-Status PIC X(02).
           88 WS-Cardholder-OK VALUE "00".
       01  WS-Permission-Status PIC X(02).
           88 WS-Permission-OK VALUE "00".
       01  WS-Audit-File-Status PIC X(02).
      *"Y" once the supplier master opened - judged once at OPEN,
      *since the live status turns "23" on the first unknown code
       01  WS-Supplier-Opened-Flag PIC X(01) VALUE "N".
           88 WS-Supplier-Opened VALUE "Y".
      *"Y" once each walk runs out of records
       01  WS-Detail-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Detail-EOF VALUE "Y".
       01  WS-Item-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Item-EOF VALUE "Y".
       01  WS-Proposal-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Proposal-EOF VALUE "Y".
      *Which mode this run is in, keyed on the console
       01  WS-Run-Mode PIC X(01) VALUE "P".
           88 WS-Mode-Propose VALUE "P" "p".
           88 WS-Mode-Accept VALUE "A" "a".

      *The recalculation's settings, keyed per run - zero takes the
      *default in brackets on the prompt
       01  WS-Calc-Settings.
           05 WS-History-Weeks PIC 9(02) VALUE 0.
           05 WS-Safety-Days PIC 9(03) VALUE 0.
           05 WS-Cycle-Days PIC 9(03) VALUE 0.
           05 WS-History-Days PIC 9(04) VALUE 0.
      *The sales window - from this date up to today
       01  WS-Window-From PIC X(10) VALUE SPACES.

      *Net units sold per item over the window
       01  WS-Velocity-Table.
           05 WS-Vel-Count PIC 9(04) COMP VALUE 0.
           05 WS-Vel-Max PIC 9(04) COMP VALUE 2000.
           05 WS-Vel-Entry OCCURS 2000 TIMES.
               10 WS-Vel-Item-Code PIC X(10).
               10 WS-Vel-Units PIC S9(07)V99.
           05 VL PIC 9(04) COMP VALUE 0.
           05 WS-Vel-Found PIC 9(04) COMP VALUE 0.

      *One item's proposal being worked out
       01  WS-Item-Calc.
           05 WS-Daily-Rate PIC 9(05)V999 VALUE 0.
           05 WS-Lead-Days PIC 9(03) VALUE 0.
           05 WS-New-Level PIC 9(05) VALUE 0.
           05 WS-New-Qty PIC 9(05) VALUE 0.
      *Run totals
       01  WS-Calc-Totals.
           05 WS-Items-Proposed PIC 9(05) VALUE 0.
           05 WS-Items-Fixed PIC 9(05) VALUE 0.
           05 WS-Items-No-Sales PIC 9(05) VALUE 0.
           05 WS-Items-Applied PIC 9(05) VALUE 0.
           05 WS-Items-Skipped PIC 9(05) VALUE 0.

      *Supervisor sign-on for accept mode
       01  WS-Accept-Sign-On.
           05 WS-Supervisor-Card-Number PIC 9(16) VALUE 0.
           05 WS-Supervisor-PIN PIC 9(05) VALUE 0.
      *    The keyed PIN in its protected form, to match the card
           05 WS-Supervisor-PIN-Hash PIC X(20) VALUE SPACES.
           05 WS-Masked-Card-Number PIC X(16) VALUE SPACES.
      *"Y" once the supervisor has passed every check
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
           05 WS-Date-Integer PIC 9(08) VALUE 0.
      *Edited figures for the review lines
       01  WS-Disp-Calc-Fields.
           05 WS-Disp-Old-Level PIC ZZZZ9.
           05 WS-Disp-Old-Qty PIC ZZZZ9.
           05 WS-Disp-New-Level PIC ZZZZ9.
           05 WS-Disp-New-Qty PIC ZZZZ9.
           05 WS-Disp-Rate PIC ZZZZ9.999.
           05 WS-Disp-Count PIC ZZZZ9.
      *Today's date
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Ask the mode, then do the work
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.

           DISPLAY "Reorder Recalculation - Mode (P=Propose, "
               "A=Accept proposals):".
           ACCEPT WS-Run-Mode.

           IF WS-Mode-Accept THEN
               PERFORM Accept-Proposals-Section
           ELSE
               PERFORM Propose-Section
           END-IF.
           STOP RUN.

       Propose-Section SECTION. *> Velocity in, proposals out
           DISPLAY "Weeks of sales history to use (0=8):".
           ACCEPT WS-History-Weeks.
           IF WS-History-Weeks = 0 THEN
               MOVE 8 TO WS-History-Weeks
           END-IF.
           DISPLAY "Safety stock days on top of lead time (0=7):".
           ACCEPT WS-Safety-Days.
           IF WS-Safety-Days = 0 THEN
               MOVE 7 TO WS-Safety-Days
           END-IF.
           DISPLAY "Days one order should cover (0=7):".
           ACCEPT WS-Cycle-Days.
           IF WS-Cycle-Days = 0 THEN
               MOVE 7 TO WS-Cycle-Days
           END-IF.
           COMPUTE WS-History-Days = WS-History-Weeks * 7.

      *    The window opens that many days back from today
           MOVE WS-Date(1:4) TO WS-Date-Digits(1:4).
           MOVE WS-Date(6:2) TO WS-Date-Digits(5:2).
           MOVE WS-Date(9:2) TO WS-Date-Digits(7:2).
           COMPUTE WS-Date-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Date-Digits)
               - WS-History-Days.
           COMPUTE WS-Date-Digits =
               FUNCTION DATE-OF-INTEGER(WS-Date-Integer).
           MOVE WS-Date-Digits(1:4) TO WS-Window-From(1:4).
           MOVE "/" TO WS-Window-From(5:1).
           MOVE WS-Date-Digits(5:2) TO WS-Window-From(6:2).
           MOVE "/" TO WS-Window-From(8:1).
           MOVE WS-Date-Digits(7:2) TO WS-Window-From(9:2).

           OPEN INPUT Sales-Detail-File.
           IF NOT WS-Sales-Detail-OK THEN
               DISPLAY "No sales detail (SALESDTL.DAT) to work from"
               EXIT SECTION
           END-IF.
           MOVE WS-Window-From TO SDT-Date.
           START Sales-Detail-File KEY IS NOT < SDT-Date
               INVALID KEY
                   SET WS-Detail-EOF TO TRUE
           END-START.
           PERFORM Tally-One-Detail-Section
               UNTIL WS-Detail-EOF.
           CLOSE Sales-Detail-File.

           OPEN INPUT Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "Item master won't open (status "
                   WS-Item-Master-Status ")"
               EXIT SECTION
           END-IF.
           OPEN INPUT Supplier-File.
           IF WS-Supplier-OK THEN
               SET WS-Supplier-Opened TO TRUE
           END-IF.
           OPEN OUTPUT Proposal-File.
           OPEN OUTPUT Review-Report-File.
           PERFORM Print-Review-Heading-Section.

           PERFORM Propose-One-Item-Section
               UNTIL WS-Item-EOF.

           PERFORM Print-Review-Footer-Section.
           CLOSE Review-Report-File.
           CLOSE Proposal-File.
           IF WS-Supplier-Opened THEN
               CLOSE Supplier-File
           END-IF.
           CLOSE Item-Master-File.
           DISPLAY "Review list written to REORDCALC.TXT - run "
               "accept mode to apply it".

       Tally-One-Detail-Section SECTION. *> One sold line netted in
           READ Sales-Detail-File NEXT RECORD
               AT END
                   SET WS-Detail-EOF TO TRUE
               NOT AT END
                   IF SDT-Date > WS-Date THEN
      *                Past the window's last day
                       SET WS-Detail-EOF TO TRUE
                   END-IF
      *            Returned empties say nothing about demand
                   IF SDT-Item-Code NOT = SPACES
                           AND SDT-Txn-Type NOT = "C"
                           AND SDT-Date NOT < WS-Window-From
                           AND SDT-Date NOT > WS-Date THEN
                       PERFORM Add-To-Velocity-Section
                   END-IF
           END-READ.

       Add-To-Velocity-Section SECTION. *> Into its item row
           MOVE 0 TO WS-Vel-Found.
           PERFORM Match-One-Velocity-Section
               VARYING VL FROM 1 BY 1 UNTIL VL > WS-Vel-Count.
           IF WS-Vel-Found = 0 THEN
               IF WS-Vel-Count < WS-Vel-Max THEN
                   ADD 1 TO WS-Vel-Count
                   MOVE WS-Vel-Count TO WS-Vel-Found
                   MOVE SDT-Item-Code TO WS-Vel-Item-Code(WS-Vel-Found)
                   MOVE 0 TO WS-Vel-Units(WS-Vel-Found)
               END-IF
           END-IF.
           IF WS-Vel-Found > 0 THEN
      *        Units that came back on a refund weren't really sold
               IF SDT-Txn-Type = "R" THEN
                   SUBTRACT SDT-Qty FROM WS-Vel-Units(WS-Vel-Found)
               ELSE
                   ADD SDT-Qty TO WS-Vel-Units(WS-Vel-Found)
               END-IF
           END-IF.

       Match-One-Velocity-Section SECTION. *> Try one item row
           IF WS-Vel-Item-Code(VL) = SDT-Item-Code THEN
               MOVE VL TO WS-Vel-Found
           END-IF.

       Propose-One-Item-Section SECTION. *> New figures for one item
           READ Item-Master-File NEXT RECORD
               AT END
                   SET WS-Item-EOF TO TRUE
           END-READ.
           IF WS-Item-EOF THEN
               EXIT SECTION
           END-IF.

           IF ITM-Reorder-Fixed = "Y" THEN
               ADD 1 TO WS-Items-Fixed
               EXIT SECTION
           END-IF.

      *    No sales in the window gives no rate to size from - an
      *    idle item is the dead-stock report's business, not a
      *    reason to zero its level.
           MOVE 0 TO WS-Vel-Found.
           PERFORM Match-Item-Velocity-Section
               VARYING VL FROM 1 BY 1 UNTIL VL > WS-Vel-Count.
           IF WS-Vel-Found = 0 THEN
               ADD 1 TO WS-Items-No-Sales
               EXIT SECTION
           END-IF.
           IF WS-Vel-Units(WS-Vel-Found) NOT > 0 THEN
               ADD 1 TO WS-Items-No-Sales
               EXIT SECTION
           END-IF.

           COMPUTE WS-Daily-Rate ROUNDED =
               WS-Vel-Units(WS-Vel-Found) / WS-History-Days.

      *    The item's own supplier sets the lead time; no supplier
      *    on file means it's covered by the safety days alone.
           MOVE 0 TO WS-Lead-Days.
           IF WS-Supplier-Opened
                   AND ITM-Supplier-Code NOT = SPACES THEN
               MOVE ITM-Supplier-Code TO SUP-Supplier-Code
               READ Supplier-File
                   NOT INVALID KEY
                       MOVE SUP-Lead-Time-Days TO WS-Lead-Days
               END-READ
           END-IF.

           COMPUTE WS-New-Level ROUNDED =
               WS-Daily-Rate * (WS-Lead-Days + WS-Safety-Days).
           COMPUTE WS-New-Qty ROUNDED =
               WS-Daily-Rate * WS-Cycle-Days.
      *    Anything that sells at all keeps at least one on the shelf
      *    and orders at least one at a time.
           IF WS-New-Level = 0 THEN
               MOVE 1 TO WS-New-Level
           END-IF.
           IF WS-New-Qty = 0 THEN
               MOVE 1 TO WS-New-Qty
           END-IF.

           IF WS-New-Level = ITM-Reorder-Level
                   AND WS-New-Qty = ITM-Reorder-Qty THEN
               EXIT SECTION
           END-IF.

           MOVE ITM-Item-Code TO RPR-Item-Code.
           MOVE ITM-Reorder-Level TO RPR-Old-Level.
           MOVE ITM-Reorder-Qty TO RPR-Old-Qty.
           MOVE WS-New-Level TO RPR-New-Level.
           MOVE WS-New-Qty TO RPR-New-Qty.
           MOVE WS-Daily-Rate TO RPR-Daily-Rate.
           MOVE WS-Date TO RPR-Proposed-Date.
           WRITE Reorder-Proposal-Record.
           ADD 1 TO WS-Items-Proposed.
           PERFORM Print-Review-Line-Section.

       Match-Item-Velocity-Section SECTION. *> Try one item row
           IF WS-Vel-Item-Code(VL) = ITM-Item-Code THEN
               MOVE VL TO WS-Vel-Found
           END-IF.

       Print-Review-Heading-Section SECTION. *> The list's heading
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Reorder Level Review       " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Sales from " DELIMITED BY SIZE
                  WS-Window-From DELIMITED BY SIZE
                  "  safety days " DELIMITED BY SIZE
                  WS-Safety-Days DELIMITED BY SIZE
                  "  cycle days " DELIMITED BY SIZE
                  WS-Cycle-Days DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "  Item       Name                 Per day"
                      DELIMITED BY SIZE
                  "  Level   ->New    Qty   ->New" DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-Review-Line-Section SECTION. *> One item before/after
           MOVE ITM-Reorder-Level TO WS-Disp-Old-Level.
           MOVE ITM-Reorder-Qty TO WS-Disp-Old-Qty.
           MOVE WS-New-Level TO WS-Disp-New-Level.
           MOVE WS-New-Qty TO WS-Disp-New-Qty.
           MOVE WS-Daily-Rate TO WS-Disp-Rate.
           MOVE SPACES TO Report-Line-Record.
           STRING "  " DELIMITED BY SIZE
                  ITM-Item-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITM-Item-Name DELIMITED BY SIZE
                  WS-Disp-Rate DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Old-Level DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-New-Level DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Old-Qty DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-New-Qty DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-Review-Footer-Section SECTION. *> The run's counts
           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Items-Proposed TO WS-Disp-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "Changes proposed: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.
           MOVE WS-Items-Fixed TO WS-Disp-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "Fixed by hand, left alone: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Items-No-Sales TO WS-Disp-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "No sales in window, left alone: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Accept-Proposals-Section SECTION. *> Apply the lot, signed off
           PERFORM Sign-On-Supervisor-Section.
           IF NOT WS-Signed-On THEN
               EXIT SECTION
           END-IF.

           OPEN INPUT Proposal-File.
           IF NOT WS-Proposal-OK THEN
               DISPLAY "No proposals (REORDPRP.DAT) waiting - run "
                   "propose mode first"
               EXIT SECTION
           END-IF.
           OPEN I-O Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "Item master won't open (status "
                   WS-Item-Master-Status ")"
               CLOSE Proposal-File
               EXIT SECTION
           END-IF.

           PERFORM Apply-One-Proposal-Section
               UNTIL WS-Proposal-EOF.

           CLOSE Item-Master-File.
           CLOSE Proposal-File.

      *    Applied proposals are spent - empty the file so the same
      *    list can't be accepted twice.
           OPEN OUTPUT Proposal-File.
           CLOSE Proposal-File.

           MOVE "REORDER-ACCEPT" TO WS-Audit-Action.
           PERFORM Write-Audit-Section.

           MOVE WS-Items-Applied TO WS-Disp-Count.
           DISPLAY "Reorder figures updated on " WS-Disp-Count
               " items".
           IF WS-Items-Skipped > 0 THEN
               MOVE WS-Items-Skipped TO WS-Disp-Count
               DISPLAY WS-Disp-Count " items changed by hand since "
                   "the proposal - left as they stand"
           END-IF.

       Apply-One-Proposal-Section SECTION. *> One item updated
           READ Proposal-File
               AT END
                   SET WS-Proposal-EOF TO TRUE
           END-READ.
           IF WS-Proposal-EOF THEN
               EXIT SECTION
           END-IF.

           MOVE RPR-Item-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   ADD 1 TO WS-Items-Skipped
                   EXIT SECTION
           END-READ.
      *    Somebody re-keyed or pinned the item after the list was
      *    printed - their figures win over a week-old proposal.
           IF ITM-Reorder-Fixed = "Y"
                   OR ITM-Reorder-Level NOT = RPR-Old-Level
                   OR ITM-Reorder-Qty NOT = RPR-Old-Qty THEN
               ADD 1 TO WS-Items-Skipped
               EXIT SECTION
           END-IF.

           MOVE RPR-New-Level TO ITM-Reorder-Level.
           MOVE RPR-New-Qty TO ITM-Reorder-Qty.
           REWRITE Item-Master-Record.
           ADD 1 TO WS-Items-Applied.

       Sign-On-Supervisor-Section SECTION. *> MAINT permission only
           DISPLAY "Supervisor card number:".
           ACCEPT WS-Supervisor-Card-Number.
           DISPLAY "Supervisor PIN:".
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
                   DISPLAY "Supervisor Card Not Recognised"
                   CLOSE Cardholder-File
                   EXIT SECTION
           END-READ.
           CLOSE Cardholder-File.
           IF CH-Not-Active
                   OR CH-PIN-Hash NOT = WS-Supervisor-PIN-Hash THEN
               DISPLAY "Supervisor Sign-On Denied"
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
                   DISPLAY "Supervisor Sign-On Denied"
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
           MOVE "ReorderCal" TO WS-Audit-Who.

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
       END PROGRAM ReorderCalc.
