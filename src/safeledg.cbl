      *The back-office safe. The till puts cash pickups and each
      *drawer's closing count onto the safe ledger (SAFELEDG.DAT) as
      *they happen, and DepositPrep pays the bank deposit out of it;
      *this program keys the rest. Change mode issues a change fund
      *or float out to a lane, count mode records the safe counted
      *at close of day - both under a supervisor holding the DRAWER
      *permission - and report mode prints the day's safe balance
      *(SAFERPT.TXT): the opening safe, every movement in and out,
      *and the expected closing safe against the one counted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SafeLedger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The safe ledger this program keys and reports on
           SELECT Safe-Ledger-File ASSIGN TO "SAFELEDG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Safe-Ledger-Status.
      *    Cardholder master, for the supervisor sign-on
           SELECT Cardholder-File ASSIGN TO "CARDHOLD.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CH-Card-Number
           FILE STATUS IS WS-Cardholder-Status.
      *    Per-cardholder permissions, for the DRAWER rule
           SELECT Permission-File ASSIGN TO "PERMLIST.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PER-Card-Number
           FILE STATUS IS WS-Permission-Status.
      *    The privileged-action trail, shared with the till
           SELECT Audit-File ASSIGN TO "AUDITLOG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Audit-File-Status.
      *    The report this program produces
           SELECT Safe-Report-File ASSIGN TO "SAFERPT.TXT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Safe-Ledger-File.
           COPY "SafeLedgerRecord.cpy".

       FD  Cardholder-File.
           COPY "CardholderRecord.cpy".

       FD  Permission-File.
           COPY "PermissionRecord.cpy".

       FD  Audit-File.
       01  Audit-Log-Record PIC X(140).

       FD  Safe-Report-File.
       01  Report-Line-Record PIC X(100).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Safe-Ledger-Status PIC X(02).
           88 WS-Safe-Ledger-OK VALUE "00".
       01  WS-Cardholder-Status PIC X(02).
           88 WS-Cardholder-OK VALUE "00".
       01  WS-Permission-Status PIC X(02).
           88 WS-Permission-OK VALUE "00".
       01  WS-Audit-File-Status PIC X(02).
      *"Y" once the ledger walk runs out of records
       01  WS-Safe-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Safe-EOF VALUE "Y".
      *Which mode this run is in, keyed on the console
       01  WS-Run-Mode PIC X(01) VALUE "R".
           88 WS-Mode-Change-Fund VALUE "F" "f".
           88 WS-Mode-Safe-Count VALUE "S" "s".
           88 WS-Mode-Report VALUE "R" "r".

      *One movement as keyed on the console
       01  WS-Safe-Entry.
           05 WS-Entry-Lane PIC X(02) VALUE SPACES.
           05 WS-Entry-Amount PIC 9(07)V99 VALUE 0.
           05 WS-Entry-Note PIC X(20) VALUE SPACES.

      *Supervisor sign-on for change and count modes
       01  WS-Safe-Sign-On.
           05 WS-Supervisor-Card-Number PIC 9(16) VALUE 0.
           05 WS-Supervisor-PIN PIC 9(05) VALUE 0.
      *    The keyed PIN in its protected form, to match the card
           05 WS-Supervisor-PIN-Hash PIC X(20) VALUE SPACES.
           05 WS-Masked-Card-Number PIC X(16) VALUE SPACES.
      *"Y" once the supervisor has passed every check
           05 WS-Sign-On-Flag PIC X(01) VALUE "N".
               88 WS-Signed-On VALUE "Y".
      *Today's date and time for the ledger and the audit line
       01  WS-Audit-Stamp.
           05 WS-Audit-Date PIC 9999/99/99.
           05 WS-Audit-Time PIC 99/99/99.
           05 WS-Audit-Action PIC X(16) VALUE SPACES.
           05 WS-Audit-Who PIC X(10) VALUE SPACES.

      *The report date, and the last safe count before it - the
      *opening safe is that count carried forward through any
      *movements on the days between
       01  WS-Report-Work.
           05 WS-Report-Date PIC X(10) VALUE SPACES.
           05 WS-Last-Count-Date PIC X(10) VALUE SPACES.
           05 WS-Last-Count-Amount PIC 9(07)V99 VALUE 0.
      *    "Y" once the report date's own safe count has been seen
           05 WS-Closing-Count-Flag PIC X(01) VALUE "N".
               88 WS-Closing-Counted VALUE "Y".
      *Safe balance figures for the report
       01  WS-Safe-Totals.
           05 WS-Opening-Safe PIC S9(09)V99 VALUE 0.
           05 WS-Day-In PIC S9(09)V99 VALUE 0.
           05 WS-Day-Out PIC S9(09)V99 VALUE 0.
           05 WS-Expected-Safe PIC S9(09)V99 VALUE 0.
           05 WS-Counted-Safe PIC S9(09)V99 VALUE 0.
           05 WS-Safe-Over-Short PIC S9(09)V99 VALUE 0.
           05 WS-Movement-Count PIC 9(05) VALUE 0.
      *What one movement is, spelled out on the report
       01  WS-Movement-Desc PIC X(18) VALUE SPACES.
      *Edited figures for the report lines
       01  WS-Disp-Safe-Fields.
           05 WS-Disp-Amount PIC $$$,$$$,$$9.99.
           05 WS-Disp-Signed PIC +$$$,$$$,$$9.99.
      *Today's date
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Ask the mode, then do the work
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.

           DISPLAY "Safe Ledger - Mode (F=Change fund out, "
               "S=Safe count, R=Report):".
           ACCEPT WS-Run-Mode.

           EVALUATE TRUE
               WHEN WS-Mode-Change-Fund
                   PERFORM Change-Fund-Section
               WHEN WS-Mode-Safe-Count
                   PERFORM Safe-Count-Section
               WHEN OTHER
                   PERFORM Report-Section
           END-EVALUATE.
           STOP RUN.

       Change-Fund-Section SECTION. *> Float or change out to a lane
           PERFORM Sign-On-Supervisor-Section.
           IF NOT WS-Signed-On THEN
               EXIT SECTION
           END-IF.
           DISPLAY "Lane the change fund is going to:".
           ACCEPT WS-Entry-Lane.
           DISPLAY "Amount out of the safe:".
           ACCEPT WS-Entry-Amount.
           IF WS-Entry-Amount = 0 THEN
               DISPLAY "Nothing to record"
               EXIT SECTION
           END-IF.
           DISPLAY "Note (blank=Change fund):".
           ACCEPT WS-Entry-Note.
           IF WS-Entry-Note = SPACES THEN
               MOVE "Change fund" TO WS-Entry-Note
           END-IF.

           MOVE "F" TO SFL-Type.
           PERFORM Write-Safe-Entry-Section.
           MOVE "SAFE-CHANGE-FUND" TO WS-Audit-Action.
           PERFORM Write-Audit-Section.
           MOVE WS-Entry-Amount TO WS-Disp-Amount.
           DISPLAY "Change fund of " WS-Disp-Amount " out to lane "
               WS-Entry-Lane " recorded".

       Safe-Count-Section SECTION. *> The safe counted at close
           PERFORM Sign-On-Supervisor-Section.
           IF NOT WS-Signed-On THEN
               EXIT SECTION
           END-IF.
      *    A blind count, like the drawers - the expected figure is
      *    only on the report, after the count is on file.
           DISPLAY "Safe counted (cash and checks):".
           ACCEPT WS-Entry-Amount.
           MOVE SPACES TO WS-Entry-Lane.
           MOVE "Safe count" TO WS-Entry-Note.

           MOVE "S" TO SFL-Type.
           PERFORM Write-Safe-Entry-Section.
           MOVE "SAFE-COUNT" TO WS-Audit-Action.
           PERFORM Write-Audit-Section.
           DISPLAY "Safe count recorded - run the report (R) for "
               "over/short".

       Write-Safe-Entry-Section SECTION. *> One keyed movement out
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Audit-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Audit-Time.
           OPEN EXTEND Safe-Ledger-File.
           IF WS-Safe-Ledger-Status = "35" THEN
      *        File doesn't exist yet - start it off
               OPEN OUTPUT Safe-Ledger-File
           END-IF.
           MOVE WS-Audit-Date TO SFL-Date.
           MOVE WS-Audit-Time TO SFL-Time.
           MOVE WS-Entry-Lane TO SFL-Lane.
           MOVE WS-Entry-Amount TO SFL-Amount.
      *    The signing supervisor, by the last four of the card
           MOVE WS-Masked-Card-Number(9:8) TO SFL-Who.
           MOVE WS-Entry-Note TO SFL-Reference.
           MOVE SPACES TO SFL-Store.
           WRITE Safe-Ledger-Record.
           CLOSE Safe-Ledger-File.

       Report-Section SECTION. *> Opening, movements, closing
           DISPLAY "Report date (yyyy/mm/dd, blank=today):".
           ACCEPT WS-Report-Date.
           IF WS-Report-Date = SPACES THEN
               MOVE WS-Date TO WS-Report-Date
           END-IF.

           OPEN INPUT Safe-Ledger-File.
           IF NOT WS-Safe-Ledger-OK THEN
               DISPLAY "No safe ledger (SAFELEDG.DAT) to report on"
               EXIT SECTION
           END-IF.
      *    First pass: the last safe count before the report date
           PERFORM Find-Last-Count-Section
               UNTIL WS-Safe-EOF.
           CLOSE Safe-Ledger-File.
           MOVE WS-Last-Count-Amount TO WS-Opening-Safe.

           OPEN OUTPUT Safe-Report-File.
           PERFORM Print-Heading-Section.

      *    Second pass: carry that count forward to the opening
      *    safe, and list the report date's own movements
           MOVE "N" TO WS-Safe-EOF-Flag.
           OPEN INPUT Safe-Ledger-File.
           PERFORM Walk-One-Entry-Section
               UNTIL WS-Safe-EOF.
           CLOSE Safe-Ledger-File.

           PERFORM Print-Footer-Section.
           CLOSE Safe-Report-File.
           DISPLAY "Safe balance written to SAFERPT.TXT".

       Find-Last-Count-Section SECTION. *> One ledger record past
           READ Safe-Ledger-File
               AT END
                   SET WS-Safe-EOF TO TRUE
               NOT AT END
                   IF SFL-Is-Safe-Count
                           AND SFL-Date < WS-Report-Date
                           AND SFL-Date NOT < WS-Last-Count-Date THEN
                       MOVE SFL-Date TO WS-Last-Count-Date
                       MOVE SFL-Amount TO WS-Last-Count-Amount
                   END-IF
           END-READ.

       Walk-One-Entry-Section SECTION. *> Carry forward or list
           READ Safe-Ledger-File
               AT END
                   SET WS-Safe-EOF TO TRUE
           END-READ.
           IF WS-Safe-EOF THEN
               EXIT SECTION
           END-IF.

      *    Between the last count and the report date - already
      *    in the safe when the day opened
           IF SFL-Date > WS-Last-Count-Date
                   AND SFL-Date < WS-Report-Date THEN
               IF SFL-Is-Money-In THEN
                   ADD SFL-Amount TO WS-Opening-Safe
               END-IF
               IF SFL-Is-Money-Out THEN
                   SUBTRACT SFL-Amount FROM WS-Opening-Safe
               END-IF
               EXIT SECTION
           END-IF.
           IF SFL-Date NOT = WS-Report-Date THEN
               EXIT SECTION
           END-IF.

           IF SFL-Is-Safe-Count THEN
      *        A recount later in the day replaces the earlier one
               SET WS-Closing-Counted TO TRUE
               MOVE SFL-Amount TO WS-Counted-Safe
           END-IF.
           IF SFL-Is-Money-In THEN
               ADD SFL-Amount TO WS-Day-In
           END-IF.
           IF SFL-Is-Money-Out THEN
               ADD SFL-Amount TO WS-Day-Out
           END-IF.
           PERFORM Print-Movement-Section.

       Print-Heading-Section SECTION. *> Title and opening safe
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Safe Balance               " DELIMITED BY SIZE
                  WS-Report-Date DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           IF WS-Last-Count-Date = SPACES THEN
               STRING "No earlier safe count on file - opening "
                          DELIMITED BY SIZE
                      "safe is the movements since the ledger began"
                          DELIMITED BY SIZE
                   INTO Report-Line-Record
           ELSE
               STRING "Opening safe carried from the count of "
                          DELIMITED BY SIZE
                      WS-Last-Count-Date DELIMITED BY SIZE
                   INTO Report-Line-Record
           END-IF.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Time     Movement           Ln Who        "
                      DELIMITED BY SIZE
                  "Reference                     In/Out"
                      DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-Movement-Section SECTION. *> One line of the day's walk
           ADD 1 TO WS-Movement-Count.
           EVALUATE TRUE
               WHEN SFL-Is-Pickup
                   MOVE "Cash pickup" TO WS-Movement-Desc
               WHEN SFL-Is-Drawer-Close
                   MOVE "Drawer close cash" TO WS-Movement-Desc
               WHEN SFL-Is-Drawer-Checks
                   MOVE "Drawer close chks" TO WS-Movement-Desc
               WHEN SFL-Is-Change-Fund
                   MOVE "Change fund out" TO WS-Movement-Desc
               WHEN SFL-Is-Deposit
                   MOVE "Bank deposit" TO WS-Movement-Desc
               WHEN SFL-Is-Safe-Count
                   MOVE "Safe counted" TO WS-Movement-Desc
               WHEN OTHER
                   MOVE "Unknown entry" TO WS-Movement-Desc
           END-EVALUATE.
           IF SFL-Is-Money-Out THEN
               COMPUTE WS-Disp-Signed = 0 - SFL-Amount
           ELSE
               MOVE SFL-Amount TO WS-Disp-Signed
           END-IF.
           MOVE SPACES TO Report-Line-Record.
           STRING SFL-Time DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Movement-Desc DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SFL-Lane DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SFL-Who DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SFL-Reference DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Signed DELIMITED BY SIZE
               INTO Report-Line-Record.
      *    The count is a figure, not a movement - no sign on it
           IF SFL-Is-Safe-Count THEN
               MOVE SFL-Amount TO WS-Disp-Amount
               MOVE WS-Disp-Amount TO Report-Line-Record(64:14)
           END-IF.
           WRITE Report-Line-Record.

       Print-Footer-Section SECTION. *> Expected against counted
           COMPUTE WS-Expected-Safe =
               WS-Opening-Safe + WS-Day-In - WS-Day-Out.

           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Opening-Safe TO WS-Disp-Signed.
           MOVE SPACES TO Report-Line-Record.
           STRING "Opening safe:     " DELIMITED BY SIZE
                  WS-Disp-Signed DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.
           MOVE WS-Day-In TO WS-Disp-Signed.
           MOVE SPACES TO Report-Line-Record.
           STRING "Into the safe:    " DELIMITED BY SIZE
                  WS-Disp-Signed DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           COMPUTE WS-Disp-Signed = 0 - WS-Day-Out.
           MOVE SPACES TO Report-Line-Record.
           STRING "Out of the safe:  " DELIMITED BY SIZE
                  WS-Disp-Signed DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Expected-Safe TO WS-Disp-Signed.
           MOVE SPACES TO Report-Line-Record.
           STRING "Expected closing: " DELIMITED BY SIZE
                  WS-Disp-Signed DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.

           IF NOT WS-Closing-Counted THEN
               MOVE "Safe not yet counted for this date"
                   TO Report-Line-Record
               WRITE Report-Line-Record
               DISPLAY Report-Line-Record
               EXIT SECTION
           END-IF.
           COMPUTE WS-Safe-Over-Short =
               WS-Counted-Safe - WS-Expected-Safe.
           MOVE WS-Counted-Safe TO WS-Disp-Signed.
           MOVE SPACES TO Report-Line-Record.
           STRING "Counted closing:  " DELIMITED BY SIZE
                  WS-Disp-Signed DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.
           MOVE WS-Safe-Over-Short TO WS-Disp-Signed.
           MOVE SPACES TO Report-Line-Record.
           STRING "Over(+)/Short(-): " DELIMITED BY SIZE
                  WS-Disp-Signed DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.

       Sign-On-Supervisor-Section SECTION. *> DRAWER permission only
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

      *    Same rule as paid-ins and pickups at the till - the
      *    DRAWER permission, or the supervisor flag where the card
      *    has no permission record.
           OPEN INPUT Permission-File.
           IF WS-Permission-OK THEN
               MOVE WS-Supervisor-Card-Number TO PER-Card-Number
               READ Permission-File
                   INVALID KEY
                       IF CH-Not-Supervisor THEN
                           DISPLAY "Sign-On Denied - no DRAWER "
                               "permission"
                           CLOSE Permission-File
                           EXIT SECTION
                       END-IF
                   NOT INVALID KEY
                       IF NOT PER-May-Drawer THEN
                           DISPLAY "Sign-On Denied - no DRAWER "
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
           MOVE "SafeLedger" TO WS-Audit-Who.
           MOVE WS-Entry-Amount TO WS-Disp-Amount.

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
                  " " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
                  " permission DRAWER" DELIMITED BY SIZE
               INTO Audit-Log-Record.
           WRITE Audit-Log-Record.
           CLOSE Audit-File.
       END PROGRAM SafeLedger.
