      *Reports off the time clock punches (TIMEPNCH.DAT). Each
      *employee's punches are walked in order and paired into shifts -
      *clock-in to clock-out, less the breaks between - the same way
      *for every mode, and anything that won't pair is a missed punch.
      *Exceptions mode lists the missed punches, and the shifts longer
      *than the store's limit, over a range of days (TIMEEXC.TXT), for
      *the supervisors to put right with TimeClockMaint. Payroll mode
      *writes the week's export for the payroll bureau (PAYHOURS.DAT):
      *one record per employee with their regular and overtime hours,
      *overtime being whatever the week's complete shifts come to past
      *the weekly threshold. A shift is paid in the week it was
      *clocked in, and only once both ends are there - the export
      *carries each employee's missed punches so they can be put
      *right and the week run again. Compare mode sets each cashier's
      *clocked hours against their till sessions (SESSIONS.DAT) day by
      *day (TIMECMP.TXT), through the cashier IDs linked to their
      *cards, and flags any day they were on a till longer than they
      *were on the clock.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TimeReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The punches, walked employee by employee
           SELECT Time-Punch-File ASSIGN TO "TIMEPNCH.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TPN-Key
           FILE STATUS IS WS-Time-Punch-Status.
      *    Cardholder master, for the employees' names
           SELECT Cardholder-File ASSIGN TO "CARDHOLD.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CH-Card-Number
           FILE STATUS IS WS-Cardholder-Status.
      *    Shift limit, overtime threshold, and the store ID
           SELECT Store-Config-File ASSIGN TO "STORECFG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Store-Config-Status.
      *    Employee card to till cashier ID
           SELECT Cashier-Link-File ASSIGN TO "CSHRLINK.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLK-Card-Number
           FILE STATUS IS WS-Cashier-Link-Status.
      *    The till sessions the cashiers' hours are set against
           SELECT Session-File ASSIGN TO "SESSIONS.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Session-File-Status.
      *    The exceptions report
           SELECT Exception-Report-File ASSIGN TO "TIMEEXC.TXT"
           ORGANIZATION LINE SEQUENTIAL.
      *    The week's payroll export
           SELECT Pay-Hours-File ASSIGN TO "PAYHOURS.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Pay-Hours-Status.
      *    Work file the cashier days are put in order on
           SELECT Compare-Sort-File ASSIGN TO "TIMESORT.TMP".
      *    The clocked-against-till report
           SELECT Compare-Report-File ASSIGN TO "TIMECMP.TXT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Time-Punch-File.
           COPY "TimePunchRecord.cpy".

       FD  Cardholder-File.
           COPY "CardholderRecord.cpy".

       FD  Store-Config-File.
           COPY "StoreConfigRecord.cpy".

       FD  Cashier-Link-File.
           COPY "CashierLinkRecord.cpy".

       FD  Session-File.
           COPY "SessionRecord.cpy".

       FD  Exception-Report-File.
       01  Exception-Line-Record PIC X(100).

       FD  Pay-Hours-File.
           COPY "PayHoursRecord.cpy".

      *One cashier's day - clocked and on the till, in minutes
       SD  Compare-Sort-File.
       01  Compare-Sort-Record.
           05 CMS-Cashier-ID PIC X(10).
           05 CMS-Date PIC X(10).
           05 CMS-Clocked-Mins PIC 9(07).
           05 CMS-Till-Mins PIC 9(07).
           05 CMS-Sessions PIC 9(03).
      *    "Y" if the cashier ID is linked to an employee's card
           05 CMS-Linked PIC X(01).
               88 CMS-Is-Linked VALUE "Y".

       FD  Compare-Report-File.
       01  Compare-Line-Record PIC X(100).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Time-Punch-Status PIC X(02).
           88 WS-Time-Punch-OK VALUE "00".
       01  WS-Cardholder-Status PIC X(02).
           88 WS-Cardholder-OK VALUE "00".
       01  WS-Store-Config-Status PIC X(02).
           88 WS-Store-Config-OK VALUE "00".
       01  WS-Cashier-Link-Status PIC X(02).
           88 WS-Cashier-Link-OK VALUE "00".
       01  WS-Session-File-Status PIC X(02).
           88 WS-Session-File-OK VALUE "00".
       01  WS-Pay-Hours-Status PIC X(02).
           88 WS-Pay-Hours-OK VALUE "00".
      *"Y" while the cardholder master is open for names
       01  WS-Names-Open-Flag PIC X(01) VALUE "N".
           88 WS-Names-Open VALUE "Y".
      *"Y" once each walk runs out of records
       01  WS-Punch-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Punch-EOF VALUE "Y".
       01  WS-Link-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Link-EOF VALUE "Y".
       01  WS-Session-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Session-EOF VALUE "Y".
       01  WS-Sort-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Sort-EOF VALUE "Y".

      *Which report this run makes, keyed on the console
       01  WS-Run-Mode PIC X(01) VALUE "X".
           88 WS-Mode-Exceptions VALUE "X" "x".
           88 WS-Mode-Payroll VALUE "P" "p".
           88 WS-Mode-Compare VALUE "C" "c".
      *The days reported on, as keyed (or the pay week worked out)
       01  WS-Range.
           05 WS-Range-From PIC X(10) VALUE SPACES.
           05 WS-Range-To PIC X(10) VALUE SPACES.
           05 WS-Range-Default-From PIC X(10) VALUE SPACES.
       01  WS-Check-Date PIC X(10) VALUE SPACES.
       01  WS-Check-Date-Flag PIC X(01) VALUE "N".
           88 WS-Check-Date-OK VALUE "Y".

      *The store's shift limit and weekly overtime threshold, in
      *hours and in minutes, and its ID for the export
       01  WS-Clock-Config.
           05 WS-Max-Shift-Hours PIC 9(02)V99 VALUE 10.
           05 WS-Max-Shift-Minutes PIC 9(05) VALUE 0.
           05 WS-Overtime-Hours PIC 9(02)V99 VALUE 40.
           05 WS-Overtime-Minutes PIC 9(05) VALUE 0.
           05 WS-Store-ID PIC X(03) VALUE SPACES.

      *The employee whose punches are being paired, and where the
      *pairing has got to
       01  WS-Shift-Engine.
           05 WS-Cur-Card PIC 9(16) VALUE 0.
           05 WS-Cur-Masked PIC X(08) VALUE SPACES.
           05 WS-Cur-Name PIC X(45) VALUE SPACES.
      *    The cashier ID linked to the card - spaces if none
           05 WS-Cur-Cashier PIC X(10) VALUE SPACES.
           05 WS-Card-Open-Flag PIC X(01) VALUE "N".
               88 WS-Card-Open VALUE "Y".
           05 WS-State-Flag PIC X(01) VALUE "O".
               88 WS-Is-Off VALUE "O".
               88 WS-Is-In VALUE "I".
               88 WS-On-Break VALUE "B".
           05 WS-In-Date PIC X(10) VALUE SPACES.
           05 WS-In-Time PIC X(08) VALUE SPACES.
           05 WS-In-Mins PIC 9(09) VALUE 0.
           05 WS-Brk-Start-Mins PIC 9(09) VALUE 0.
           05 WS-Brk-Minutes PIC 9(05) VALUE 0.
           05 WS-Punch-Mins PIC 9(09) VALUE 0.
           05 WS-Span-Minutes PIC 9(07) VALUE 0.
           05 WS-Worked-Minutes PIC 9(07) VALUE 0.
      *One exception found by the pairing
       01  WS-Exception.
           05 WS-Exc-Date PIC X(10) VALUE SPACES.
           05 WS-Exc-Time PIC X(08) VALUE SPACES.
      *    M = missed punch, L = long shift
           05 WS-Exc-Kind PIC X(01) VALUE SPACES.
               88 WS-Exc-Missed VALUE "M".
               88 WS-Exc-Long VALUE "L".
           05 WS-Exc-Text PIC X(40) VALUE SPACES.
       01  WS-Exception-Totals.
           05 WS-Missed-Count PIC 9(05) VALUE 0.
           05 WS-Long-Count PIC 9(05) VALUE 0.

      *One employee's pay week, and the export's totals
       01  WS-Pay-Week.
           05 WS-Emp-Minutes PIC 9(07) VALUE 0.
           05 WS-Emp-Shifts PIC 9(03) VALUE 0.
           05 WS-Emp-Exceptions PIC 9(03) VALUE 0.
           05 WS-Total-Hours PIC 9(05)V99 VALUE 0.
           05 WS-Regular-Hours PIC 9(05)V99 VALUE 0.
           05 WS-Pay-Employees PIC 9(05) VALUE 0.
           05 WS-Pay-Flagged PIC 9(05) VALUE 0.
           05 WS-Pay-Regular PIC 9(07)V99 VALUE 0.
           05 WS-Pay-Overtime PIC 9(07)V99 VALUE 0.

      *Cashier IDs linked to cards, loaded at the start of a compare
       01  WS-Link-Table.
           05 WS-Link-Count PIC 9(04) COMP VALUE 0.
           05 WS-Link-Max PIC 9(04) COMP VALUE 500.
           05 WS-Link-Entry OCCURS 500 TIMES.
               10 WS-Lnk-Card PIC 9(16).
               10 WS-Lnk-Cashier PIC X(10).
           05 LN PIC 9(04) COMP VALUE 0.
      *One row per cashier per day, clocked and on the till
       01  WS-Compare-Table.
           05 WS-Cmp-Count PIC 9(04) COMP VALUE 0.
           05 WS-Cmp-Max PIC 9(04) COMP VALUE 2000.
           05 WS-Cmp-Entry OCCURS 2000 TIMES.
               10 WS-Cmp-Cashier PIC X(10).
               10 WS-Cmp-Date PIC X(10).
               10 WS-Cmp-Clocked PIC 9(07).
               10 WS-Cmp-Till PIC 9(07).
               10 WS-Cmp-Sessions PIC 9(03).
               10 WS-Cmp-Linked PIC X(01).
           05 CP PIC 9(04) COMP VALUE 0.
      *The row being looked for, and where it was found (zero when
      *the table is full)
       01  WS-Cmp-Search.
           05 WS-Find-Cashier PIC X(10) VALUE SPACES.
           05 WS-Find-Date PIC X(10) VALUE SPACES.
           05 WS-Find-Linked PIC X(01) VALUE "N".
           05 WS-Found-At PIC 9(04) COMP VALUE 0.
           05 WS-Cmp-Overflow-Flag PIC X(01) VALUE "N".
               88 WS-Cmp-Overflowed VALUE "Y".
           05 WS-Session-Mins PIC 9(07) VALUE 0.
           05 WS-Start-Mins PIC 9(09) VALUE 0.
      *The cashier being totalled on the compare report, and the
      *report's totals
       01  WS-Compare-Totals.
           05 WS-Prev-Cashier PIC X(10) VALUE SPACES.
           05 WS-Cashier-Open-Flag PIC X(01) VALUE "N".
               88 WS-Cashier-Open VALUE "Y".
           05 WS-Csh-Clocked PIC 9(07) VALUE 0.
           05 WS-Csh-Till PIC 9(07) VALUE 0.
           05 WS-Csh-Flagged PIC 9(05) VALUE 0.
           05 WS-Tot-Cashiers PIC 9(05) VALUE 0.
           05 WS-Tot-Clocked PIC 9(09) VALUE 0.
           05 WS-Tot-Till PIC 9(09) VALUE 0.
           05 WS-Tot-Flagged PIC 9(05) VALUE 0.
           05 WS-Day-Flag PIC X(18) VALUE SPACES.
           05 WS-Diff-Hours PIC S9(07)V99 VALUE 0.

      *Today, and the date and time conversions the pairing runs on
       01  WS-Date PIC 9999/99/99.
       01  WS-Today PIC X(10) VALUE SPACES.
       01  WS-Cvt-Work.
           05 WS-Cvt-Date PIC X(10) VALUE SPACES.
           05 WS-Cvt-Time PIC X(08) VALUE SPACES.
           05 WS-Cvt-Digits.
               10 WS-Cvt-YYYY PIC X(04).
               10 WS-Cvt-MM PIC X(02).
               10 WS-Cvt-DD PIC X(02).
           05 WS-Cvt-Number REDEFINES WS-Cvt-Digits PIC 9(08).
           05 WS-Cvt-HH PIC 9(02) VALUE 0.
           05 WS-Cvt-MI PIC 9(02) VALUE 0.
           05 WS-Cvt-Int PIC 9(07) VALUE 0.
           05 WS-Cvt-Edit PIC 9999/99/99.
           05 WS-Cvt-Mins PIC 9(09) VALUE 0.
      *Edited figures for the report lines
       01  WS-Disp-Time-Fields.
           05 WS-Disp-Hours PIC ZZ,ZZ9.99.
           05 WS-Disp-Hours2 PIC ZZ,ZZ9.99.
           05 WS-Disp-Diff PIC ZZ,ZZ9.99-.
           05 WS-Disp-Count PIC ZZ,ZZ9.
           05 WS-Disp-Sessions PIC ZZ9.
           05 WS-Disp-Shift PIC ZZ9.99.
       01  WS-Hours-Work PIC 9(07)V99 VALUE 0.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Ask the mode, then do the work
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           MOVE WS-Date TO WS-Today.
           PERFORM Load-Clock-Config-Section.

           DISPLAY "Time Report - Mode (X=Exceptions, P=Payroll "
               "export, C=Compare with till):".
           ACCEPT WS-Run-Mode.

           EVALUATE TRUE
               WHEN WS-Mode-Payroll
                   PERFORM Payroll-Export-Section
               WHEN WS-Mode-Compare
                   PERFORM Compare-Report-Section
               WHEN OTHER
                   PERFORM Exception-Report-Section
           END-EVALUATE.
           STOP RUN.

       Load-Clock-Config-Section SECTION. *> Limit, threshold, store
           OPEN INPUT Store-Config-File.
           IF WS-Store-Config-OK THEN
               READ Store-Config-File
                   NOT AT END
                       MOVE SCFG-Store-ID TO WS-Store-ID
                       IF SCFG-Max-Shift-Hours IS NUMERIC
                               AND SCFG-Max-Shift-Hours > 0 THEN
                           MOVE SCFG-Max-Shift-Hours
                               TO WS-Max-Shift-Hours
                       END-IF
                       IF SCFG-Overtime-Hours IS NUMERIC
                               AND SCFG-Overtime-Hours > 0 THEN
                           MOVE SCFG-Overtime-Hours
                               TO WS-Overtime-Hours
                       END-IF
               END-READ
               CLOSE Store-Config-File
           END-IF.
           COMPUTE WS-Max-Shift-Minutes = WS-Max-Shift-Hours * 60.
           COMPUTE WS-Overtime-Minutes = WS-Overtime-Hours * 60.

       Ask-Range-Section SECTION. *> From and to, a week by default
           MOVE WS-Today TO WS-Cvt-Date.
           PERFORM Date-To-Int-Section.
           COMPUTE WS-Cvt-Int = WS-Cvt-Int - 6.
           PERFORM Int-To-Date-Section.
           MOVE WS-Cvt-Date TO WS-Range-Default-From.

           DISPLAY "From date (yyyy/mm/dd, blank=" WS-Range-Default-From
               "):".
           ACCEPT WS-Range-From.
           IF WS-Range-From = SPACES THEN
               MOVE WS-Range-Default-From TO WS-Range-From
           END-IF.
           DISPLAY "To date (yyyy/mm/dd, blank=today):".
           ACCEPT WS-Range-To.
           IF WS-Range-To = SPACES THEN
               MOVE WS-Today TO WS-Range-To
           END-IF.
           MOVE WS-Range-From TO WS-Check-Date.
           PERFORM Check-Date-Section.
           IF WS-Check-Date-OK THEN
               MOVE WS-Range-To TO WS-Check-Date
               PERFORM Check-Date-Section
           END-IF.
           IF NOT WS-Check-Date-OK THEN
               DISPLAY "Dates must be yyyy/mm/dd"
               STOP RUN
           END-IF.
           IF WS-Range-To < WS-Range-From THEN
               DISPLAY "The range ends before it starts"
               STOP RUN
           END-IF.

       Check-Date-Section SECTION. *> Is WS-Check-Date yyyy/mm/dd?
           MOVE "N" TO WS-Check-Date-Flag.
           IF WS-Check-Date(1:4) IS NUMERIC
                   AND WS-Check-Date(5:1) = "/"
                   AND WS-Check-Date(6:2) IS NUMERIC
                   AND WS-Check-Date(8:1) = "/"
                   AND WS-Check-Date(9:2) IS NUMERIC THEN
               SET WS-Check-Date-OK TO TRUE
           END-IF.

       Walk-Punches-Section SECTION. *> Every employee in turn
           OPEN INPUT Time-Punch-File.
           IF NOT WS-Time-Punch-OK THEN
               DISPLAY "No time clock punches (TIMEPNCH.DAT) to "
                   "report on"
               EXIT SECTION
           END-IF.
           OPEN INPUT Cardholder-File.
           IF WS-Cardholder-OK THEN
               SET WS-Names-Open TO TRUE
           END-IF.

           MOVE "N" TO WS-Punch-EOF-Flag.
           MOVE "N" TO WS-Card-Open-Flag.
           PERFORM Step-One-Punch-Section
               UNTIL WS-Punch-EOF.
      *    The last employee has no following one to close them off
           IF WS-Card-Open THEN
               PERFORM End-Card-Section
           END-IF.

           IF WS-Names-Open THEN
               CLOSE Cardholder-File
               MOVE "N" TO WS-Names-Open-Flag
           END-IF.
           CLOSE Time-Punch-File.

       Step-One-Punch-Section SECTION. *> One punch paired
           READ Time-Punch-File NEXT RECORD
               AT END
                   SET WS-Punch-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF NOT WS-Card-Open
                   OR TPN-Card-Number NOT = WS-Cur-Card THEN
               IF WS-Card-Open THEN
                   PERFORM End-Card-Section
               END-IF
               PERFORM Start-Card-Section
           END-IF.
           MOVE TPN-Date TO WS-Cvt-Date.
           MOVE TPN-Time TO WS-Cvt-Time.
           PERFORM Punch-To-Mins-Section.
           MOVE WS-Cvt-Mins TO WS-Punch-Mins.

           EVALUATE TRUE
               WHEN TPN-Clock-In
                   IF NOT WS-Is-Off THEN
                       PERFORM Missed-Clock-Out-Section
                   END-IF
                   SET WS-Is-In TO TRUE
                   MOVE TPN-Date TO WS-In-Date
                   MOVE TPN-Time TO WS-In-Time
                   MOVE WS-Punch-Mins TO WS-In-Mins
                   MOVE 0 TO WS-Brk-Minutes
               WHEN TPN-Break-Start
                   EVALUATE TRUE
                       WHEN WS-Is-Off
                           MOVE "Break start with no clock-in"
                               TO WS-Exc-Text
                           PERFORM Missed-At-Punch-Section
                       WHEN WS-On-Break
                           MOVE "Break start before the last one ended"
                               TO WS-Exc-Text
                           PERFORM Missed-At-Punch-Section
                           MOVE WS-Punch-Mins TO WS-Brk-Start-Mins
                       WHEN OTHER
                           SET WS-On-Break TO TRUE
                           MOVE WS-Punch-Mins TO WS-Brk-Start-Mins
                   END-EVALUATE
               WHEN TPN-Break-End
                   EVALUATE TRUE
                       WHEN WS-Is-Off
                           MOVE "Back from break with no clock-in"
                               TO WS-Exc-Text
                           PERFORM Missed-At-Punch-Section
                       WHEN WS-Is-In
                           MOVE "Back from break with no break start"
                               TO WS-Exc-Text
                           PERFORM Missed-At-Punch-Section
                       WHEN OTHER
                           COMPUTE WS-Brk-Minutes = WS-Brk-Minutes
                               + WS-Punch-Mins - WS-Brk-Start-Mins
                           SET WS-Is-In TO TRUE
                   END-EVALUATE
               WHEN TPN-Clock-Out
                   EVALUATE TRUE
                       WHEN WS-Is-Off
                           MOVE "Clock-out with no clock-in"
                               TO WS-Exc-Text
                           PERFORM Missed-At-Punch-Section
                       WHEN WS-On-Break
      *                    The break is taken to run to the clock-out
                           MOVE "Clock-out with no back from break"
                               TO WS-Exc-Text
                           PERFORM Missed-At-Punch-Section
                           COMPUTE WS-Brk-Minutes = WS-Brk-Minutes
                               + WS-Punch-Mins - WS-Brk-Start-Mins
                           PERFORM Close-Shift-Section
                       WHEN OTHER
                           PERFORM Close-Shift-Section
                   END-EVALUATE
           END-EVALUATE.

       Start-Card-Section SECTION. *> A new employee's punches
           SET WS-Card-Open TO TRUE.
           MOVE TPN-Card-Number TO WS-Cur-Card.
           MOVE ALL "*" TO WS-Cur-Masked.
           MOVE TPN-Card-Number(13:4) TO WS-Cur-Masked(5:4).
           SET WS-Is-Off TO TRUE.
           MOVE 0 TO WS-Brk-Minutes.
           MOVE 0 TO WS-Emp-Minutes.
           MOVE 0 TO WS-Emp-Shifts.
           MOVE 0 TO WS-Emp-Exceptions.

           MOVE "(not on the cardholder master)" TO WS-Cur-Name.
           IF WS-Names-Open THEN
               MOVE TPN-Card-Number TO CH-Card-Number
               READ Cardholder-File
                   NOT INVALID KEY
                       MOVE CH-Holder-Name TO WS-Cur-Name
               END-READ
           END-IF.

           MOVE SPACES TO WS-Cur-Cashier.
           IF WS-Mode-Compare THEN
               PERFORM Find-Card-Link-Section
                   VARYING LN FROM 1 BY 1
                   UNTIL LN > WS-Link-Count
                      OR WS-Cur-Cashier NOT = SPACES
           END-IF.

       Find-Card-Link-Section SECTION. *> Try one linked card
           IF WS-Lnk-Card(LN) = WS-Cur-Card THEN
               MOVE WS-Lnk-Cashier(LN) TO WS-Cur-Cashier
           END-IF.

       End-Card-Section SECTION. *> An employee's punches run out
      *    A shift still open on an earlier day is a missed clock-out;
      *    one opened today is somebody still at work.
           IF NOT WS-Is-Off AND WS-In-Date < WS-Today THEN
               PERFORM Missed-Clock-Out-Section
           END-IF.
           IF WS-Mode-Payroll THEN
               PERFORM Write-Pay-Hours-Section
           END-IF.
           MOVE "N" TO WS-Card-Open-Flag.

       Close-Shift-Section SECTION. *> Clock-out pairs the shift
           COMPUTE WS-Span-Minutes = WS-Punch-Mins - WS-In-Mins.
           IF WS-Span-Minutes > WS-Brk-Minutes THEN
               COMPUTE WS-Worked-Minutes =
                   WS-Span-Minutes - WS-Brk-Minutes
           ELSE
               MOVE 0 TO WS-Worked-Minutes
           END-IF.
           IF WS-Span-Minutes > WS-Max-Shift-Minutes THEN
               COMPUTE WS-Hours-Work ROUNDED = WS-Span-Minutes / 60
               MOVE WS-Hours-Work TO WS-Disp-Shift
               MOVE SPACES TO WS-Exc-Text
               STRING "Shift of " DELIMITED BY SIZE
                      WS-Disp-Shift DELIMITED BY SIZE
                      " hours - over the limit" DELIMITED BY SIZE
                   INTO WS-Exc-Text
               MOVE WS-In-Date TO WS-Exc-Date
               MOVE WS-In-Time TO WS-Exc-Time
               SET WS-Exc-Long TO TRUE
               PERFORM Note-Exception-Section
           END-IF.
           PERFORM Note-Shift-Section.
           SET WS-Is-Off TO TRUE.

       Missed-Clock-Out-Section SECTION. *> The open shift never ended
           MOVE "Clock-in with no clock-out" TO WS-Exc-Text.
           MOVE WS-In-Date TO WS-Exc-Date.
           MOVE WS-In-Time TO WS-Exc-Time.
           SET WS-Exc-Missed TO TRUE.
           PERFORM Note-Exception-Section.

       Missed-At-Punch-Section SECTION. *> This punch doesn't pair
           MOVE TPN-Date TO WS-Exc-Date.
           MOVE TPN-Time TO WS-Exc-Time.
           SET WS-Exc-Missed TO TRUE.
           PERFORM Note-Exception-Section.

       Note-Exception-Section SECTION. *> Into whichever report
           IF WS-Exc-Date < WS-Range-From
                   OR WS-Exc-Date > WS-Range-To THEN
               EXIT SECTION
           END-IF.
           EVALUATE TRUE
               WHEN WS-Mode-Exceptions
                   PERFORM Print-Exception-Section
               WHEN WS-Mode-Payroll
                   IF WS-Exc-Missed THEN
                       ADD 1 TO WS-Emp-Exceptions
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Note-Shift-Section SECTION. *> A complete shift counted
      *    A shift belongs to the day it was clocked in
           IF WS-In-Date < WS-Range-From
                   OR WS-In-Date > WS-Range-To THEN
               EXIT SECTION
           END-IF.
           EVALUATE TRUE
               WHEN WS-Mode-Payroll
                   ADD WS-Worked-Minutes TO WS-Emp-Minutes
                   ADD 1 TO WS-Emp-Shifts
               WHEN WS-Mode-Compare
                   IF WS-Cur-Cashier NOT = SPACES THEN
                       MOVE WS-Cur-Cashier TO WS-Find-Cashier
                       MOVE WS-In-Date TO WS-Find-Date
                       MOVE "Y" TO WS-Find-Linked
                       PERFORM Find-Compare-Row-Section
                       IF WS-Found-At > 0 THEN
                           ADD WS-Worked-Minutes
                               TO WS-Cmp-Clocked(WS-Found-At)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Exception-Report-Section SECTION. *> Missed punches, long shifts
           PERFORM Ask-Range-Section.
           OPEN OUTPUT Exception-Report-File.
           MOVE "========================================"
               TO Exception-Line-Record.
           WRITE Exception-Line-Record.
           MOVE SPACES TO Exception-Line-Record.
           STRING "Time Clock Exceptions " DELIMITED BY SIZE
                  WS-Range-From DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-Range-To DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Exception-Line-Record.
           WRITE Exception-Line-Record.
           MOVE "========================================"
               TO Exception-Line-Record.
           WRITE Exception-Line-Record.
           MOVE "Date       Time     Card     Employee"
               TO Exception-Line-Record.
           MOVE "Exception" TO Exception-Line-Record(52:).
           WRITE Exception-Line-Record.

           PERFORM Walk-Punches-Section.

           MOVE SPACES TO Exception-Line-Record.
           WRITE Exception-Line-Record.
           IF WS-Missed-Count = 0 AND WS-Long-Count = 0 THEN
               MOVE "(no exceptions in the range)"
                   TO Exception-Line-Record
               WRITE Exception-Line-Record
           END-IF.
           MOVE SPACES TO Exception-Line-Record.
           MOVE WS-Missed-Count TO WS-Disp-Count.
           STRING "Missed punches: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Exception-Line-Record.
           MOVE WS-Long-Count TO WS-Disp-Count.
           STRING "  shifts over the limit: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Exception-Line-Record(23:).
           WRITE Exception-Line-Record.
           DISPLAY Exception-Line-Record.
           CLOSE Exception-Report-File.
           DISPLAY "Time clock exceptions written to TIMEEXC.TXT".

       Print-Exception-Section SECTION. *> One exception line
           IF WS-Exc-Missed THEN
               ADD 1 TO WS-Missed-Count
           ELSE
               ADD 1 TO WS-Long-Count
           END-IF.
           MOVE SPACES TO Exception-Line-Record.
           STRING WS-Exc-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Exc-Time DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Cur-Masked DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Cur-Name(1:21) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Exc-Text DELIMITED BY SIZE
               INTO Exception-Line-Record.
           WRITE Exception-Line-Record.

       Payroll-Export-Section SECTION. *> The week's hours exported
           PERFORM Ask-Pay-Week-Section.
           OPEN OUTPUT Pay-Hours-File.
           IF NOT WS-Pay-Hours-OK THEN
               DISPLAY "Cannot create PAYHOURS.DAT (status "
                   WS-Pay-Hours-Status ")"
               STOP RUN
           END-IF.

           PERFORM Walk-Punches-Section.
           CLOSE Pay-Hours-File.

           DISPLAY "Pay week " WS-Range-From " to " WS-Range-To.
           MOVE WS-Pay-Employees TO WS-Disp-Count.
           MOVE WS-Pay-Regular TO WS-Disp-Hours.
           MOVE WS-Pay-Overtime TO WS-Disp-Hours2.
           DISPLAY WS-Disp-Count " employee(s), regular "
               WS-Disp-Hours " hrs, overtime " WS-Disp-Hours2 " hrs".
           IF WS-Pay-Flagged > 0 THEN
               MOVE WS-Pay-Flagged TO WS-Disp-Count
               DISPLAY WS-Disp-Count " employee(s) with missed "
                   "punches - put them right and run the export "
                   "again"
           END-IF.
           DISPLAY "Payroll hours written to PAYHOURS.DAT".

       Ask-Pay-Week-Section SECTION. *> Monday to Sunday
           DISPLAY "Any date in the pay week (yyyy/mm/dd, "
               "blank=last week):".
           ACCEPT WS-Check-Date.
           IF WS-Check-Date = SPACES THEN
               MOVE WS-Today TO WS-Cvt-Date
               PERFORM Date-To-Int-Section
               COMPUTE WS-Cvt-Int = WS-Cvt-Int - 7
               PERFORM Int-To-Date-Section
               MOVE WS-Cvt-Date TO WS-Check-Date
           END-IF.
           PERFORM Check-Date-Section.
           IF NOT WS-Check-Date-OK THEN
               DISPLAY "Dates must be yyyy/mm/dd"
               STOP RUN
           END-IF.

      *    Day 1 of the calendar the date functions count from
      *    (1601/01/01) was a Monday, so the days since the last
      *    Monday are the day number less one, mod 7
           MOVE WS-Check-Date TO WS-Cvt-Date.
           PERFORM Date-To-Int-Section.
           COMPUTE WS-Cvt-Int = WS-Cvt-Int
               - FUNCTION MOD(WS-Cvt-Int - 1, 7).
           PERFORM Int-To-Date-Section.
           MOVE WS-Cvt-Date TO WS-Range-From.
           COMPUTE WS-Cvt-Int = WS-Cvt-Int + 6.
           PERFORM Int-To-Date-Section.
           MOVE WS-Cvt-Date TO WS-Range-To.

       Write-Pay-Hours-Section SECTION. *> One employee's week
           IF WS-Emp-Minutes = 0 AND WS-Emp-Exceptions = 0 THEN
               EXIT SECTION
           END-IF.
           COMPUTE WS-Total-Hours ROUNDED = WS-Emp-Minutes / 60.
           IF WS-Emp-Minutes > WS-Overtime-Minutes THEN
               MOVE WS-Overtime-Hours TO WS-Regular-Hours
           ELSE
               MOVE WS-Total-Hours TO WS-Regular-Hours
           END-IF.

           MOVE SPACES TO Pay-Hours-Record.
           MOVE WS-Range-From TO PHR-Week-Start.
           MOVE WS-Store-ID TO PHR-Store.
           MOVE WS-Cur-Card TO PHR-Card-Number.
           MOVE WS-Cur-Name TO PHR-Employee-Name.
           MOVE WS-Regular-Hours TO PHR-Regular-Hours.
           COMPUTE PHR-Overtime-Hours =
               WS-Total-Hours - WS-Regular-Hours.
           MOVE WS-Emp-Shifts TO PHR-Shift-Count.
           MOVE WS-Emp-Exceptions TO PHR-Exception-Count.
           WRITE Pay-Hours-Record.

           ADD 1 TO WS-Pay-Employees.
           ADD PHR-Regular-Hours TO WS-Pay-Regular.
           ADD PHR-Overtime-Hours TO WS-Pay-Overtime.
           IF WS-Emp-Exceptions > 0 THEN
               ADD 1 TO WS-Pay-Flagged
               DISPLAY WS-Cur-Masked " " WS-Cur-Name(1:30) " "
                   WS-Emp-Exceptions " missed punch(es)"
           END-IF.

       Compare-Report-Section SECTION. *> Clocked against till time
           PERFORM Ask-Range-Section.
           PERFORM Load-Cashier-Links-Section.
           PERFORM Walk-Punches-Section.
           PERFORM Add-Sessions-Section.

           SORT Compare-Sort-File
               ON ASCENDING KEY CMS-Cashier-ID CMS-Date
               INPUT PROCEDURE IS Release-Compare-Rows-Section
               OUTPUT PROCEDURE IS Print-Compare-Section.
           DISPLAY "Clocked against till time written to "
               "TIMECMP.TXT".

       Load-Cashier-Links-Section SECTION. *> Card to cashier ID
           OPEN INPUT Cashier-Link-File.
           IF NOT WS-Cashier-Link-OK THEN
               DISPLAY "No cashier IDs linked to cards (CSHRLINK.DAT)"
               EXIT SECTION
           END-IF.
           PERFORM Load-One-Link-Section
               UNTIL WS-Link-EOF.
           CLOSE Cashier-Link-File.

       Load-One-Link-Section SECTION. *> One linked card
           READ Cashier-Link-File NEXT RECORD
               AT END
                   SET WS-Link-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF WS-Link-Count < WS-Link-Max THEN
               ADD 1 TO WS-Link-Count
               MOVE CLK-Card-Number TO WS-Lnk-Card(WS-Link-Count)
               MOVE FUNCTION UPPER-CASE(CLK-Cashier-ID)
                   TO WS-Lnk-Cashier(WS-Link-Count)
           ELSE
               SET WS-Cmp-Overflowed TO TRUE
           END-IF.

       Add-Sessions-Section SECTION. *> The range's till sessions
           OPEN INPUT Session-File.
           IF NOT WS-Session-File-OK THEN
               DISPLAY "No till sessions (SESSIONS.DAT) to compare"
               EXIT SECTION
           END-IF.
           PERFORM Add-One-Session-Section
               UNTIL WS-Session-EOF.
           CLOSE Session-File.

       Add-One-Session-Section SECTION. *> One session's minutes
           READ Session-File
               AT END
                   SET WS-Session-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF SES-Date < WS-Range-From OR SES-Date > WS-Range-To THEN
               EXIT SECTION
           END-IF.
           MOVE SES-Date TO WS-Cvt-Date.
           MOVE SES-Start-Time TO WS-Cvt-Time.
           PERFORM Punch-To-Mins-Section.
           MOVE WS-Cvt-Mins TO WS-Start-Mins.
           MOVE SES-End-Time TO WS-Cvt-Time.
           PERFORM Punch-To-Mins-Section.
      *    The session is stamped with the day it ended - one that
      *    started before midnight began the day before
           IF WS-Cvt-Mins < WS-Start-Mins THEN
               ADD 1440 TO WS-Cvt-Mins
           END-IF.
           COMPUTE WS-Session-Mins = WS-Cvt-Mins - WS-Start-Mins.

           MOVE FUNCTION UPPER-CASE(SES-Cashier-ID) TO WS-Find-Cashier.
           MOVE SES-Date TO WS-Find-Date.
           MOVE "N" TO WS-Find-Linked.
           PERFORM Match-Link-Cashier-Section
               VARYING LN FROM 1 BY 1
               UNTIL LN > WS-Link-Count OR WS-Find-Linked = "Y".
           PERFORM Find-Compare-Row-Section.
           IF WS-Found-At > 0 THEN
               ADD WS-Session-Mins TO WS-Cmp-Till(WS-Found-At)
               ADD 1 TO WS-Cmp-Sessions(WS-Found-At)
           END-IF.

       Match-Link-Cashier-Section SECTION. *> Is the ID linked?
           IF WS-Lnk-Cashier(LN) = WS-Find-Cashier THEN
               MOVE "Y" TO WS-Find-Linked
           END-IF.

       Find-Compare-Row-Section SECTION. *> Cashier and day's row
           MOVE 0 TO WS-Found-At.
           PERFORM Match-Compare-Row-Section
               VARYING CP FROM 1 BY 1
               UNTIL CP > WS-Cmp-Count OR WS-Found-At > 0.
           IF WS-Found-At > 0 THEN
               EXIT SECTION
           END-IF.
           IF WS-Cmp-Count NOT < WS-Cmp-Max THEN
               SET WS-Cmp-Overflowed TO TRUE
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-Cmp-Count.
           MOVE WS-Cmp-Count TO WS-Found-At.
           MOVE WS-Find-Cashier TO WS-Cmp-Cashier(WS-Found-At).
           MOVE WS-Find-Date TO WS-Cmp-Date(WS-Found-At).
           MOVE 0 TO WS-Cmp-Clocked(WS-Found-At).
           MOVE 0 TO WS-Cmp-Till(WS-Found-At).
           MOVE 0 TO WS-Cmp-Sessions(WS-Found-At).
           MOVE WS-Find-Linked TO WS-Cmp-Linked(WS-Found-At).

       Match-Compare-Row-Section SECTION. *> Try one row
           IF WS-Cmp-Cashier(CP) = WS-Find-Cashier
                   AND WS-Cmp-Date(CP) = WS-Find-Date THEN
               MOVE CP TO WS-Found-At
           END-IF.

       Release-Compare-Rows-Section SECTION. *> Table into the sort
           PERFORM Release-One-Row-Section
               VARYING CP FROM 1 BY 1 UNTIL CP > WS-Cmp-Count.

       Release-One-Row-Section SECTION. *> One cashier's day
           MOVE WS-Cmp-Cashier(CP) TO CMS-Cashier-ID.
           MOVE WS-Cmp-Date(CP) TO CMS-Date.
           MOVE WS-Cmp-Clocked(CP) TO CMS-Clocked-Mins.
           MOVE WS-Cmp-Till(CP) TO CMS-Till-Mins.
           MOVE WS-Cmp-Sessions(CP) TO CMS-Sessions.
           MOVE WS-Cmp-Linked(CP) TO CMS-Linked.
           RELEASE Compare-Sort-Record.

       Print-Compare-Section SECTION. *> Cashiers in turn, then totals
           OPEN OUTPUT Compare-Report-File.
           MOVE "========================================"
               TO Compare-Line-Record.
           WRITE Compare-Line-Record.
           MOVE SPACES TO Compare-Line-Record.
           STRING "Clocked Hours against Till Time " DELIMITED BY SIZE
                  WS-Range-From DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-Range-To DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Compare-Line-Record.
           WRITE Compare-Line-Record.
           MOVE "========================================"
               TO Compare-Line-Record.
           WRITE Compare-Line-Record.
           MOVE "Cashier    Date          Clocked"
               TO Compare-Line-Record.
           MOVE "On till Sess  Difference" TO Compare-Line-Record(37:).
           WRITE Compare-Line-Record.

           PERFORM Print-One-Compare-Section
               UNTIL WS-Sort-EOF.
           IF WS-Cashier-Open THEN
               PERFORM Print-Cashier-Totals-Section
           END-IF.

           MOVE SPACES TO Compare-Line-Record.
           WRITE Compare-Line-Record.
           IF WS-Tot-Cashiers = 0 THEN
               MOVE "(no cashier time in the range)"
                   TO Compare-Line-Record
               WRITE Compare-Line-Record
           END-IF.
           COMPUTE WS-Hours-Work ROUNDED = WS-Tot-Clocked / 60.
           MOVE WS-Hours-Work TO WS-Disp-Hours.
           COMPUTE WS-Hours-Work ROUNDED = WS-Tot-Till / 60.
           MOVE WS-Hours-Work TO WS-Disp-Hours2.
           MOVE WS-Tot-Cashiers TO WS-Disp-Count.
           MOVE SPACES TO Compare-Line-Record.
           STRING "Cashiers: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  "  clocked: " DELIMITED BY SIZE
                  WS-Disp-Hours DELIMITED BY SIZE
                  "  on till: " DELIMITED BY SIZE
                  WS-Disp-Hours2 DELIMITED BY SIZE
               INTO Compare-Line-Record.
           WRITE Compare-Line-Record.
           DISPLAY Compare-Line-Record.
           MOVE WS-Tot-Flagged TO WS-Disp-Count.
           MOVE SPACES TO Compare-Line-Record.
           STRING "Days flagged: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Compare-Line-Record.
           WRITE Compare-Line-Record.
           IF WS-Cmp-Overflowed THEN
               MOVE "(more cashier days or links than this report "
                   TO Compare-Line-Record
               WRITE Compare-Line-Record
               MOVE " holds - totals are incomplete)"
                   TO Compare-Line-Record
               WRITE Compare-Line-Record
               DISPLAY "Warning: report totals are incomplete"
           END-IF.
           CLOSE Compare-Report-File.

       Print-One-Compare-Section SECTION. *> One cashier's day
           RETURN Compare-Sort-File
               AT END
                   SET WS-Sort-EOF TO TRUE
                   EXIT SECTION
           END-RETURN.
           IF NOT WS-Cashier-Open
                   OR CMS-Cashier-ID NOT = WS-Prev-Cashier THEN
               IF WS-Cashier-Open THEN
                   PERFORM Print-Cashier-Totals-Section
               END-IF
               SET WS-Cashier-Open TO TRUE
               MOVE CMS-Cashier-ID TO WS-Prev-Cashier
               MOVE 0 TO WS-Csh-Clocked
               MOVE 0 TO WS-Csh-Till
               MOVE 0 TO WS-Csh-Flagged
               ADD 1 TO WS-Tot-Cashiers
           END-IF.
           ADD CMS-Clocked-Mins TO WS-Csh-Clocked.
           ADD CMS-Till-Mins TO WS-Csh-Till.

      *    On a till with no card to clock against, on a till with
      *    nothing clocked, or on a till longer than on the clock
           MOVE SPACES TO WS-Day-Flag.
           EVALUATE TRUE
               WHEN NOT CMS-Is-Linked
                   MOVE "NO CARD LINKED" TO WS-Day-Flag
               WHEN CMS-Till-Mins > 0 AND CMS-Clocked-Mins = 0
                   MOVE "NOT CLOCKED IN" TO WS-Day-Flag
               WHEN CMS-Till-Mins > CMS-Clocked-Mins
                   MOVE "TILL OVER CLOCKED" TO WS-Day-Flag
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-Day-Flag NOT = SPACES THEN
               ADD 1 TO WS-Csh-Flagged
               ADD 1 TO WS-Tot-Flagged
           END-IF.

           COMPUTE WS-Hours-Work ROUNDED = CMS-Clocked-Mins / 60.
           MOVE WS-Hours-Work TO WS-Disp-Hours.
           COMPUTE WS-Hours-Work ROUNDED = CMS-Till-Mins / 60.
           MOVE WS-Hours-Work TO WS-Disp-Hours2.
           COMPUTE WS-Diff-Hours ROUNDED =
               (CMS-Clocked-Mins - CMS-Till-Mins) / 60.
           MOVE WS-Diff-Hours TO WS-Disp-Diff.
           MOVE CMS-Sessions TO WS-Disp-Sessions.
           MOVE SPACES TO Compare-Line-Record.
           STRING CMS-Cashier-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CMS-Date DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Hours DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Hours2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Sessions DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Diff DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Day-Flag DELIMITED BY SIZE
               INTO Compare-Line-Record.
           WRITE Compare-Line-Record.

       Print-Cashier-Totals-Section SECTION. *> One cashier's range
           COMPUTE WS-Hours-Work ROUNDED = WS-Csh-Clocked / 60.
           MOVE WS-Hours-Work TO WS-Disp-Hours.
           COMPUTE WS-Hours-Work ROUNDED = WS-Csh-Till / 60.
           MOVE WS-Hours-Work TO WS-Disp-Hours2.
           COMPUTE WS-Diff-Hours ROUNDED =
               (WS-Csh-Clocked - WS-Csh-Till) / 60.
           MOVE WS-Diff-Hours TO WS-Disp-Diff.
           MOVE SPACES TO Compare-Line-Record.
           STRING "  total                " DELIMITED BY SIZE
                  WS-Disp-Hours DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Hours2 DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  WS-Disp-Diff DELIMITED BY SIZE
               INTO Compare-Line-Record.
           WRITE Compare-Line-Record.
           IF WS-Csh-Flagged > 0 THEN
               MOVE WS-Csh-Flagged TO WS-Disp-Count
               MOVE SPACES TO Compare-Line-Record
               STRING "  days flagged: " DELIMITED BY SIZE
                      WS-Disp-Count DELIMITED BY SIZE
                   INTO Compare-Line-Record
               WRITE Compare-Line-Record
           END-IF.
           MOVE SPACES TO Compare-Line-Record.
           WRITE Compare-Line-Record.
           ADD WS-Csh-Clocked TO WS-Tot-Clocked.
           ADD WS-Csh-Till TO WS-Tot-Till.

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

       Int-To-Date-Section SECTION. *> Day number to yyyy/mm/dd
           COMPUTE WS-Cvt-Number = FUNCTION DATE-OF-INTEGER(WS-Cvt-Int).
           MOVE WS-Cvt-Number TO WS-Cvt-Edit.
           MOVE WS-Cvt-Edit TO WS-Cvt-Date.

       Punch-To-Mins-Section SECTION. *> Date and time to minutes
           MOVE 0 TO WS-Cvt-Mins.
           PERFORM Date-To-Int-Section.
           IF WS-Cvt-Int = 0 THEN
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-Cvt-HH.
           MOVE 0 TO WS-Cvt-MI.
           IF WS-Cvt-Time(1:2) IS NUMERIC
                   AND WS-Cvt-Time(4:2) IS NUMERIC THEN
               MOVE WS-Cvt-Time(1:2) TO WS-Cvt-HH
               MOVE WS-Cvt-Time(4:2) TO WS-Cvt-MI
           END-IF.
           COMPUTE WS-Cvt-Mins =
               WS-Cvt-Int * 1440 + WS-Cvt-HH * 60 + WS-Cvt-MI.

       END PROGRAM TimeReport.
