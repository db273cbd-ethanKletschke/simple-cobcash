      *The time clock for staff who never sign on at a lane - stockers,
      *receivers, supervisors - and for cashiers too, so everybody's
      *hours come off the one clock instead of paper timesheets. The
      *employee swipes their card from the cardholder master
      *(CARDHOLD.DAT) and keys their PIN; the clock works out from
      *their punches (TIMEPNCH.DAT) whether they are off, on, or on a
      *break, and offers only the punches that make sense from there.
      *Somebody still on the clock from a shift longer than the
      *store's limit has plainly missed a clock-out, so they may
      *clock in afresh - told to let their supervisor know - and the
      *exceptions report picks the missing punch up. A clock-out over
      *the limit is flagged on the spot. Punches are put right with
      *TimeClockMaint; TimeReport does the rest.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TimeClock.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Cardholder master, to confirm the employee and their PIN
           SELECT Cardholder-File ASSIGN TO "CARDHOLD.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CH-Card-Number
           FILE STATUS IS WS-Cardholder-Status.
      *    The punches - read back for the employee's state, and one
      *    added per punch
           SELECT Time-Punch-File ASSIGN TO "TIMEPNCH.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TPN-Key
           FILE STATUS IS WS-Time-Punch-Status.
      *    The store's shift length limit
           SELECT Store-Config-File ASSIGN TO "STORECFG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Store-Config-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Cardholder-File.
           COPY "CardholderRecord.cpy".

       FD  Time-Punch-File.
           COPY "TimePunchRecord.cpy".

       FD  Store-Config-File.
           COPY "StoreConfigRecord.cpy".

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Cardholder-Status PIC X(02).
           88 WS-Cardholder-OK VALUE "00".
       01  WS-Time-Punch-Status PIC X(02).
           88 WS-Time-Punch-OK VALUE "00".
       01  WS-Store-Config-Status PIC X(02).
           88 WS-Store-Config-OK VALUE "00".
      *"Y" once the walk of the employee's punches runs out
       01  WS-Punch-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Punch-EOF VALUE "Y".
      *"Y" once a zero card closes the clock down
       01  WS-Clock-Closed-Flag PIC X(01) VALUE "N".
           88 WS-Clock-Closed VALUE "Y".

      *One punch, as keyed at the clock
       01  WS-Clock-Entry.
           05 WS-Clock-Card-Number PIC 9(16) VALUE 0.
           05 WS-Clock-PIN PIC 9(05) VALUE 0.
      *    The keyed PIN in its protected form, to match the card
           05 WS-Clock-PIN-Hash PIC X(20) VALUE SPACES.
           05 WS-Clock-Choice PIC X(01) VALUE SPACES.
      *    The punch the choice came to - spaces if none
           05 WS-Punch-Type PIC X(01) VALUE SPACES.
      *    What the last punch did, shown on the next screen
           05 WS-Clock-Message PIC X(60) VALUE SPACES.
           05 WS-Punch-Caption PIC X(16) VALUE SPACES.
      *"Y" once the card is confirmed as a staff card with its PIN
       01  WS-Employee-OK-Flag PIC X(01) VALUE "N".
           88 WS-Employee-OK VALUE "Y".
      *Cards at this many wrong PINs are refused, as at the till
       01  WS-Max-PIN-Failures PIC 9(01) VALUE 3.

      *Which lane/terminal this clock runs on - COBCASH_LANE, as the
      *till takes it
       01  WS-Lane-ID PIC X(02) VALUE "1 ".
       01  WS-Lane-Env-Value PIC X(02) VALUE SPACES.

      *Where the employee's punches leave them
       01  WS-Clock-State.
           05 WS-State-Flag PIC X(01) VALUE "O".
               88 WS-Is-Off VALUE "O".
               88 WS-Is-In VALUE "I".
               88 WS-On-Break VALUE "B".
           05 WS-Shift-In-Date PIC X(10) VALUE SPACES.
           05 WS-Shift-In-Time PIC X(08) VALUE SPACES.
           05 WS-Shift-In-Mins PIC 9(09) VALUE 0.
           05 WS-Break-Start-Mins PIC 9(09) VALUE 0.
           05 WS-Break-Minutes PIC 9(05) VALUE 0.
           05 WS-Shift-Minutes PIC 9(07) VALUE 0.
           05 WS-Worked-Minutes PIC 9(07) VALUE 0.
      *    "Y" when the open shift has run past the limit - a
      *    clock-out was missed
           05 WS-Shift-Overdue-Flag PIC X(01) VALUE "N".
               88 WS-Shift-Overdue VALUE "Y".
      *The shift length limit, in hours and in minutes
       01  WS-Max-Shift-Hours PIC 9(02)V99 VALUE 10.
       01  WS-Max-Shift-Minutes PIC 9(05) VALUE 0.

      *Today and now, and the day before - the furthest back an
      *open shift is looked for
       01  WS-Date PIC 9999/99/99.
       01  WS-Time PIC 99/99/99.
       01  WS-Window-Date PIC X(10) VALUE SPACES.
       01  WS-Now-Mins PIC 9(09) VALUE 0.
      *A punch's date and time turned into minutes, so two punches
      *can be taken one from the other across midnight
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
      *Edited hours for the clock-out message
       01  WS-Disp-Hours PIC ZZ9.99.
       01  WS-Hours-Worked PIC 9(03)V99 VALUE 0.

       SCREEN SECTION.
      *The screens are defined in separate copybooks for scalability
       COPY "TimeClockScreen.cpy".

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Take punches until closed down
      *    Same lane setting the till reads
           ACCEPT WS-Lane-Env-Value FROM ENVIRONMENT "COBCASH_LANE".
           IF WS-Lane-Env-Value NOT = SPACES THEN
               MOVE WS-Lane-Env-Value TO WS-Lane-ID
           END-IF.
           PERFORM Load-Clock-Config-Section.

           PERFORM Clock-One-Punch-Section
               UNTIL WS-Clock-Closed.
           STOP RUN.

       Load-Clock-Config-Section SECTION. *> The shift length limit
           OPEN INPUT Store-Config-File.
           IF WS-Store-Config-OK THEN
               READ Store-Config-File
                   NOT AT END
                       IF SCFG-Max-Shift-Hours IS NUMERIC
                               AND SCFG-Max-Shift-Hours > 0 THEN
                           MOVE SCFG-Max-Shift-Hours
                               TO WS-Max-Shift-Hours
                       END-IF
               END-READ
               CLOSE Store-Config-File
           END-IF.
           COMPUTE WS-Max-Shift-Minutes = WS-Max-Shift-Hours * 60.

       Clock-One-Punch-Section SECTION. *> One employee at the clock
           MOVE 0 TO WS-Clock-Card-Number.
           MOVE 0 TO WS-Clock-PIN.
           DISPLAY SC-Time-Clock-Screen.
           ACCEPT SC-Time-Clock-Screen.
           IF WS-Clock-Card-Number = 0 THEN
               SET WS-Clock-Closed TO TRUE
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-Clock-Message.

           PERFORM Check-Employee-Section.
           IF NOT WS-Employee-OK THEN
               EXIT SECTION
           END-IF.
           PERFORM Find-Clock-State-Section.
           PERFORM Ask-Punch-Section.
           IF WS-Punch-Type = SPACES THEN
               IF WS-Clock-Message = SPACES THEN
                   MOVE "No punch made" TO WS-Clock-Message
               END-IF
               EXIT SECTION
           END-IF.
           PERFORM Write-Punch-Section.

       Check-Employee-Section SECTION. *> Staff card and its PIN
           MOVE "N" TO WS-Employee-OK-Flag.
           OPEN INPUT Cardholder-File.
           IF NOT WS-Cardholder-OK THEN
               MOVE "Cardholder file won't open - see a supervisor"
                   TO WS-Clock-Message
               EXIT SECTION
           END-IF.
           CALL "PinHash" USING WS-Clock-Card-Number
               WS-Clock-PIN WS-Clock-PIN-Hash.
           MOVE WS-Clock-Card-Number TO CH-Card-Number.
           READ Cardholder-File
               INVALID KEY
                   MOVE "Card not recognised" TO WS-Clock-Message
                   CLOSE Cardholder-File
                   EXIT SECTION
           END-READ.
           CLOSE Cardholder-File.

           IF CH-Not-Active THEN
               MOVE "Card has been deactivated" TO WS-Clock-Message
               EXIT SECTION
           END-IF.
           IF CH-Failed-PIN-Count IS NUMERIC
                   AND CH-Failed-PIN-Count NOT < WS-Max-PIN-Failures
                   THEN
               MOVE "Card is PIN-locked - see a supervisor"
                   TO WS-Clock-Message
               EXIT SECTION
           END-IF.
           IF CH-PIN-Hash NOT = WS-Clock-PIN-Hash THEN
               MOVE "PIN not accepted" TO WS-Clock-Message
               EXIT SECTION
           END-IF.
           IF NOT CH-Is-Employee AND NOT CH-Is-Supervisor THEN
               MOVE "Not a staff card - no punch made"
                   TO WS-Clock-Message
               EXIT SECTION
           END-IF.
           SET WS-Employee-OK TO TRUE.

       Find-Clock-State-Section SECTION. *> Off, on, or on a break
           SET WS-Is-Off TO TRUE.
           MOVE "N" TO WS-Shift-Overdue-Flag.
           MOVE 0 TO WS-Break-Minutes.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Time.
           MOVE WS-Date TO WS-Cvt-Date.
           MOVE WS-Time TO WS-Cvt-Time.
           PERFORM Punch-To-Mins-Section.
           MOVE WS-Cvt-Mins TO WS-Now-Mins.

      *    A shift still open from before yesterday is long past any
      *    limit - the employee is taken to be off, and the missing
      *    clock-out is left for the exceptions report.
           COMPUTE WS-Cvt-Number =
               FUNCTION DATE-OF-INTEGER(WS-Cvt-Int - 1).
           MOVE WS-Cvt-Number TO WS-Cvt-Edit.
           MOVE WS-Cvt-Edit TO WS-Window-Date.

           OPEN INPUT Time-Punch-File.
           IF NOT WS-Time-Punch-OK THEN
               EXIT SECTION
           END-IF.
           MOVE "N" TO WS-Punch-EOF-Flag.
           MOVE WS-Clock-Card-Number TO TPN-Card-Number.
           MOVE WS-Window-Date TO TPN-Date.
           MOVE LOW-VALUES TO TPN-Time.
           START Time-Punch-File KEY IS NOT < TPN-Key
               INVALID KEY
                   SET WS-Punch-EOF TO TRUE
           END-START.
           PERFORM Read-One-Own-Punch-Section
               UNTIL WS-Punch-EOF.
           CLOSE Time-Punch-File.

           IF NOT WS-Is-Off THEN
               COMPUTE WS-Shift-Minutes =
                   WS-Now-Mins - WS-Shift-In-Mins
               IF WS-Shift-Minutes > WS-Max-Shift-Minutes THEN
                   SET WS-Shift-Overdue TO TRUE
               END-IF
           END-IF.

       Read-One-Own-Punch-Section SECTION. *> Step the state along
           READ Time-Punch-File NEXT RECORD
               AT END
                   SET WS-Punch-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF TPN-Card-Number NOT = WS-Clock-Card-Number THEN
               SET WS-Punch-EOF TO TRUE
               EXIT SECTION
           END-IF.
           MOVE TPN-Date TO WS-Cvt-Date.
           MOVE TPN-Time TO WS-Cvt-Time.
           PERFORM Punch-To-Mins-Section.

           EVALUATE TRUE
               WHEN TPN-Clock-In
                   SET WS-Is-In TO TRUE
                   MOVE TPN-Date TO WS-Shift-In-Date
                   MOVE TPN-Time TO WS-Shift-In-Time
                   MOVE WS-Cvt-Mins TO WS-Shift-In-Mins
                   MOVE 0 TO WS-Break-Minutes
               WHEN TPN-Break-Start
                   IF WS-Is-In THEN
                       SET WS-On-Break TO TRUE
                       MOVE WS-Cvt-Mins TO WS-Break-Start-Mins
                   END-IF
               WHEN TPN-Break-End
                   IF WS-On-Break THEN
                       SET WS-Is-In TO TRUE
                       COMPUTE WS-Break-Minutes = WS-Break-Minutes
                           + WS-Cvt-Mins - WS-Break-Start-Mins
                   END-IF
               WHEN TPN-Clock-Out
                   SET WS-Is-Off TO TRUE
           END-EVALUATE.

       Ask-Punch-Section SECTION. *> Offer what fits the state
           MOVE SPACES TO WS-Punch-Type.
           DISPLAY " ".
           DISPLAY FUNCTION TRIM(CH-Holder-Name).
           EVALUATE TRUE
               WHEN WS-Is-Off
                   DISPLAY "You are not clocked in."
                   DISPLAY "Punch (I=Clock in, blank=cancel):"
               WHEN WS-Is-In
                   DISPLAY "Clocked in since " WS-Shift-In-Date " "
                       WS-Shift-In-Time
               WHEN OTHER
                   DISPLAY "On break - clocked in since "
                       WS-Shift-In-Date " " WS-Shift-In-Time
           END-EVALUATE.
           IF WS-Shift-Overdue THEN
               DISPLAY "That shift has no clock-out - clock in "
                   "afresh and tell your supervisor."
           END-IF.
           IF WS-Is-In THEN
               IF WS-Shift-Overdue THEN
                   DISPLAY "Punch (I=Clock in, B=Start break, "
                       "O=Clock out, blank=cancel):"
               ELSE
                   DISPLAY "Punch (B=Start break, O=Clock out, "
                       "blank=cancel):"
               END-IF
           END-IF.
           IF WS-On-Break THEN
               IF WS-Shift-Overdue THEN
                   DISPLAY "Punch (I=Clock in, R=Back from break, "
                       "blank=cancel):"
               ELSE
                   DISPLAY "Punch (R=Back from break, blank=cancel):"
               END-IF
           END-IF.
           MOVE SPACES TO WS-Clock-Choice.
           ACCEPT WS-Clock-Choice.
           MOVE FUNCTION UPPER-CASE(WS-Clock-Choice)
               TO WS-Clock-Choice.

           EVALUATE TRUE
               WHEN WS-Clock-Choice = "I"
                       AND (WS-Is-Off OR WS-Shift-Overdue)
                   MOVE "I" TO WS-Punch-Type
               WHEN WS-Clock-Choice = "B" AND WS-Is-In
                   MOVE "B" TO WS-Punch-Type
               WHEN WS-Clock-Choice = "O" AND WS-Is-In
                   MOVE "O" TO WS-Punch-Type
               WHEN WS-Clock-Choice = "R" AND WS-On-Break
                   MOVE "R" TO WS-Punch-Type
               WHEN WS-Clock-Choice = "O" AND WS-On-Break
                   MOVE "End your break before clocking out"
                       TO WS-Clock-Message
               WHEN WS-Clock-Choice = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE "That punch doesn't fit - no punch made"
                       TO WS-Clock-Message
           END-EVALUATE.

       Write-Punch-Section SECTION. *> The punch itself
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Time.

           OPEN I-O Time-Punch-File.
           IF WS-Time-Punch-Status = "35" THEN
      *        Punch file doesn't exist yet - create it empty, the
      *        same way the till starts off its own master files.
               OPEN OUTPUT Time-Punch-File
               CLOSE Time-Punch-File
               OPEN I-O Time-Punch-File
           END-IF.
           IF NOT WS-Time-Punch-OK THEN
               MOVE SPACES TO WS-Clock-Message
               STRING "Time clock file won't open (status "
                          DELIMITED BY SIZE
                      WS-Time-Punch-Status DELIMITED BY SIZE
                      ") - no punch made" DELIMITED BY SIZE
                   INTO WS-Clock-Message
               EXIT SECTION
           END-IF.

           MOVE SPACES TO Time-Punch-Record.
           MOVE WS-Clock-Card-Number TO TPN-Card-Number.
           MOVE WS-Date TO TPN-Date.
           MOVE WS-Time TO TPN-Time.
           MOVE WS-Punch-Type TO TPN-Type.
           SET TPN-From-Clock TO TRUE.
           MOVE WS-Lane-ID TO TPN-Station.
           WRITE Time-Punch-Record
               INVALID KEY
                   MOVE "Punched twice in one second - no punch made"
                       TO WS-Clock-Message
                   CLOSE Time-Punch-File
                   EXIT SECTION
           END-WRITE.
           CLOSE Time-Punch-File.

           EVALUATE TRUE
               WHEN TPN-Clock-In
                   MOVE "Clocked in" TO WS-Punch-Caption
               WHEN TPN-Break-Start
                   MOVE "On break" TO WS-Punch-Caption
               WHEN TPN-Break-End
                   MOVE "Back from break" TO WS-Punch-Caption
               WHEN OTHER
                   MOVE "Clocked out" TO WS-Punch-Caption
           END-EVALUATE.
           MOVE SPACES TO WS-Clock-Message.
           IF NOT TPN-Clock-Out THEN
               STRING WS-Punch-Caption DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      WS-Date DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-Time DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      CH-Holder-Name DELIMITED BY "  "
                   INTO WS-Clock-Message
               EXIT SECTION
           END-IF.

      *    Clocking out shows the hours the shift came to, less its
      *    breaks, and flags one over the limit there and then.
           MOVE WS-Date TO WS-Cvt-Date.
           MOVE WS-Time TO WS-Cvt-Time.
           PERFORM Punch-To-Mins-Section.
           COMPUTE WS-Shift-Minutes = WS-Cvt-Mins - WS-Shift-In-Mins.
           IF WS-Shift-Minutes > WS-Break-Minutes THEN
               COMPUTE WS-Worked-Minutes =
                   WS-Shift-Minutes - WS-Break-Minutes
           ELSE
               MOVE 0 TO WS-Worked-Minutes
           END-IF.
           COMPUTE WS-Hours-Worked ROUNDED = WS-Worked-Minutes / 60.
           MOVE WS-Hours-Worked TO WS-Disp-Hours.
           STRING WS-Punch-Caption DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Time DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-Disp-Hours DELIMITED BY SIZE
                  " hrs" DELIMITED BY SIZE
               INTO WS-Clock-Message.
           IF WS-Shift-Minutes > WS-Max-Shift-Minutes THEN
               MOVE " LONG SHIFT" TO WS-Clock-Message(45:11)
           END-IF.

       Punch-To-Mins-Section SECTION. *> Date and time to minutes
           MOVE 0 TO WS-Cvt-Mins.
           MOVE 0 TO WS-Cvt-Int.
           MOVE WS-Cvt-Date(1:4) TO WS-Cvt-YYYY.
           MOVE WS-Cvt-Date(6:2) TO WS-Cvt-MM.
           MOVE WS-Cvt-Date(9:2) TO WS-Cvt-DD.
           IF WS-Cvt-Number IS NOT NUMERIC
                   OR WS-Cvt-Number NOT > 16010101 THEN
               EXIT SECTION
           END-IF.
           COMPUTE WS-Cvt-Int =
               FUNCTION INTEGER-OF-DATE(WS-Cvt-Number).
           MOVE 0 TO WS-Cvt-HH.
           MOVE 0 TO WS-Cvt-MI.
           IF WS-Cvt-Time(1:2) IS NUMERIC
                   AND WS-Cvt-Time(4:2) IS NUMERIC THEN
               MOVE WS-Cvt-Time(1:2) TO WS-Cvt-HH
               MOVE WS-Cvt-Time(4:2) TO WS-Cvt-MI
           END-IF.
           COMPUTE WS-Cvt-Mins =
               WS-Cvt-Int * 1440 + WS-Cvt-HH * 60 + WS-Cvt-MI.

       END PROGRAM TimeClock.
