      *Supervisor maintenance for the time clock punches
      *(TIMEPNCH.DAT) - lists an employee's punches, adds the one they
      *forgot, moves one keyed at the wrong time or of the wrong kind,
      *and takes out one punched in error. Every change goes on the
      *privileged-action audit trail with the punch as it was and as
      *it now stands, and the punch itself is marked as a
      *supervisor's, with their card's last four digits and the day.
      *Also ties an employee's card to the cashier ID they sign on
      *to the till with (CSHRLINK.DAT), so TimeReport can set their
      *clocked hours against their till sessions.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TimeClockMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Cardholder master, to confirm the supervisor and look up
      *    the employee
           SELECT Cardholder-File ASSIGN TO "CARDHOLD.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CH-Card-Number
           FILE STATUS IS WS-Cardholder-Status.
      *    Per-cardholder permissions - punch corrections take MAINT
           SELECT Permission-File ASSIGN TO "PERMLIST.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PER-Card-Number
           FILE STATUS IS WS-Permission-Status.
      *    The privileged-action audit trail - every punch change
           SELECT Audit-File ASSIGN TO "AUDITLOG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Audit-File-Status.
      *    The punches this program maintains
           SELECT Time-Punch-File ASSIGN TO "TIMEPNCH.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TPN-Key
           FILE STATUS IS WS-Time-Punch-Status.
      *    Employee card to till cashier ID
           SELECT Cashier-Link-File ASSIGN TO "CSHRLINK.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLK-Card-Number
           FILE STATUS IS WS-Cashier-Link-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Cardholder-File.
           COPY "CardholderRecord.cpy".

       FD  Permission-File.
           COPY "PermissionRecord.cpy".

      *File description for the privileged-action audit trail.
       FD  Audit-File.
       01  Audit-Log-Record PIC X(140).

       FD  Time-Punch-File.
           COPY "TimePunchRecord.cpy".

       FD  Cashier-Link-File.
           COPY "CashierLinkRecord.cpy".

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Cardholder-Status PIC X(02).
           88 WS-Cardholder-OK VALUE "00".
       01  WS-Permission-Status PIC X(02).
           88 WS-Permission-OK VALUE "00".
       01  WS-Audit-File-Status PIC X(02).
       01  WS-Time-Punch-Status PIC X(02).
           88 WS-Time-Punch-OK VALUE "00".
       01  WS-Cashier-Link-Status PIC X(02).
           88 WS-Cashier-Link-OK VALUE "00".
      *"Y" once a walk of the punches runs out
       01  WS-Punch-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Punch-EOF VALUE "Y".

      *Supervisor sign-on, checked once at startup
       01  WS-Maint-Sign-On.
           05 WS-Supervisor-Card-Number PIC 9(16) VALUE 0.
           05 WS-Supervisor-PIN PIC 9(05) VALUE 0.
      *    The keyed PIN in its protected form, to match the card
           05 WS-Supervisor-PIN-Hash PIC X(20) VALUE SPACES.
           05 WS-Masked-Card-Number PIC X(16) VALUE SPACES.
      *Today's date and time, stamped on the audit line and on each
      *punch a supervisor keys
       01  WS-Audit-Stamp.
           05 WS-Audit-Date PIC 9999/99/99.
           05 WS-Audit-Time PIC 99/99/99.
      *The action and the "by" column, sized to the trail's fixed
      *layout - the loss-prevention report parses AUDITLOG.TXT by
      *column, so every writer must keep the same widths
       01  WS-Audit-Action PIC X(16) VALUE SPACES.
       01  WS-Audit-Who PIC X(10) VALUE SPACES.
      *The employee the change was to, and the punch (or cashier ID)
      *before and after - spaces where there was none
       01  WS-Audit-Detail.
           05 WS-Emp-Masked PIC X(08) VALUE SPACES.
           05 WS-Audit-Old PIC X(21) VALUE SPACES.
           05 WS-Audit-New PIC X(21) VALUE SPACES.

      *One maintenance action, as keyed on the console
       01  WS-Maint-Entry.
           05 WS-Maint-Action PIC X(01) VALUE "L".
               88 WS-Maint-Is-List VALUE "L" "l".
               88 WS-Maint-Is-Add VALUE "A" "a".
               88 WS-Maint-Is-Change VALUE "C" "c".
               88 WS-Maint-Is-Delete VALUE "D" "d".
               88 WS-Maint-Is-Link VALUE "K" "k".
               88 WS-Maint-Is-Quit VALUE "Q" "q".
           05 WS-Maint-Card-Number PIC 9(16) VALUE 0.
           05 WS-Maint-Date PIC X(10) VALUE SPACES.
           05 WS-Maint-Time PIC X(05) VALUE SPACES.
           05 WS-Maint-Type PIC X(01) VALUE SPACES.
           05 WS-Maint-Pick PIC 9(02) VALUE 0.
           05 WS-Maint-Confirm PIC X(01) VALUE SPACES.
           05 WS-Maint-Cashier-ID PIC X(10) VALUE SPACES.
      *"Y" when the keyed card is on the cardholder master
       01  WS-Card-Found-Flag PIC X(01) VALUE "N".
           88 WS-Card-Found VALUE "Y".
      *"Y" when the keyed date or time is well formed
       01  WS-Date-Valid-Flag PIC X(01) VALUE "N".
           88 WS-Date-Valid VALUE "Y".
       01  WS-Time-Valid-Flag PIC X(01) VALUE "N".
           88 WS-Time-Valid VALUE "Y".
       01  WS-Time-Parts.
           05 WS-Time-HH PIC 9(02) VALUE 0.
           05 WS-Time-MI PIC 9(02) VALUE 0.

      *The punch being changed, as it was, and as it is to become
       01  WS-Punch-Before.
           05 WS-Old-Date PIC X(10) VALUE SPACES.
           05 WS-Old-Time PIC X(08) VALUE SPACES.
           05 WS-Old-Type PIC X(01) VALUE SPACES.
       01  WS-Punch-After.
           05 WS-New-Date PIC X(10) VALUE SPACES.
           05 WS-New-Time PIC X(08) VALUE SPACES.
           05 WS-New-Type PIC X(01) VALUE SPACES.

      *One employee's punches on one day, numbered for picking
       01  WS-Day-Table.
           05 WS-Day-Count PIC 9(02) COMP VALUE 0.
           05 WS-Day-Max PIC 9(02) COMP VALUE 30.
           05 WS-Day-Entry OCCURS 30 TIMES.
               10 WS-Day-Time PIC X(08).
               10 WS-Day-Type PIC X(01).
               10 WS-Day-Source PIC X(01).
      *Listing the employee's punches
       01  WS-List-From-Date PIC X(10) VALUE SPACES.
       01  WS-List-Count PIC 9(05) VALUE 0.
       01  WS-Disp-Pick PIC Z9.
       01  WS-Disp-Type PIC X(15) VALUE SPACES.
       01  WS-Disp-Source PIC X(11) VALUE SPACES.

       SCREEN SECTION.
      *The screens are defined in separate copybooks for scalability
       COPY "MaintLoginScreen.cpy".

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Sign on, then loop actions
           DISPLAY SC-Maint-Login-Screen.
           ACCEPT SC-Maint-Login-Screen.
           PERFORM Validate-Supervisor-Section.

           OPEN I-O Time-Punch-File.
           IF WS-Time-Punch-Status = "35" THEN
      *        Punch file doesn't exist yet - create it empty, the
      *        same way the till starts off its own master files.
               OPEN OUTPUT Time-Punch-File
               CLOSE Time-Punch-File
               OPEN I-O Time-Punch-File
           END-IF.
           IF NOT WS-Time-Punch-OK THEN
               DISPLAY "Time clock punches won't open (status "
                   WS-Time-Punch-Status ")"
               STOP RUN
           END-IF.

           PERFORM Maintenance-Action-Section
               UNTIL WS-Maint-Is-Quit.

           CLOSE Time-Punch-File.
           STOP RUN.

       Validate-Supervisor-Section SECTION. *> MAINT permission only
           OPEN INPUT Cardholder-File.
           IF NOT WS-Cardholder-OK THEN
               DISPLAY "Cardholder file won't open (status "
                   WS-Cardholder-Status ")"
               STOP RUN
           END-IF.
           CALL "PinHash" USING WS-Supervisor-Card-Number
               WS-Supervisor-PIN WS-Supervisor-PIN-Hash.
           MOVE WS-Supervisor-Card-Number TO CH-Card-Number.
           READ Cardholder-File
               INVALID KEY
                   DISPLAY "Supervisor Card Not Recognised"
                   CLOSE Cardholder-File
                   STOP RUN
           END-READ.
           CLOSE Cardholder-File.
           IF CH-Not-Active
                   OR CH-PIN-Hash NOT = WS-Supervisor-PIN-Hash THEN
               DISPLAY "Supervisor Sign-On Denied"
               STOP RUN
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
                           STOP RUN
                       END-IF
                   NOT INVALID KEY
                       IF NOT PER-May-Maint THEN
                           DISPLAY "Sign-On Denied - no MAINT "
                               "permission"
                           CLOSE Permission-File
                           STOP RUN
                       END-IF
               END-READ
               CLOSE Permission-File
           ELSE
               IF CH-Not-Supervisor THEN
                   DISPLAY "Supervisor Sign-On Denied"
                   STOP RUN
               END-IF
           END-IF.

      *    The entry itself goes on the audit trail, permission named
           MOVE ALL "*" TO WS-Masked-Card-Number.
           MOVE WS-Supervisor-Card-Number(13:4)
               TO WS-Masked-Card-Number(13:4).
           MOVE "MAINT-ENTRY" TO WS-Audit-Action.
           PERFORM Write-Audit-Section.

       Maintenance-Action-Section SECTION. *> One action
           DISPLAY " ".
           DISPLAY "Time Clock Punches - Action (L=List, A=Add, "
               "C=Change, D=Delete,".
           DISPLAY "K=Link cashier ID, Q=Quit):".
           ACCEPT WS-Maint-Action.

           EVALUATE TRUE
               WHEN WS-Maint-Is-Quit
                   CONTINUE
               WHEN WS-Maint-Is-List
                   PERFORM List-Punches-Section
               WHEN WS-Maint-Is-Add
                   PERFORM Add-Punch-Section
               WHEN WS-Maint-Is-Change
                   PERFORM Change-Punch-Section
               WHEN WS-Maint-Is-Delete
                   PERFORM Delete-Punch-Section
               WHEN WS-Maint-Is-Link
                   PERFORM Link-Cashier-Section
               WHEN OTHER
                   DISPLAY "Unknown action"
           END-EVALUATE.

       Ask-Employee-Section SECTION. *> The employee being worked on
           MOVE 0 TO WS-Maint-Card-Number.
           DISPLAY "Employee card number:".
           ACCEPT WS-Maint-Card-Number.
           MOVE "N" TO WS-Card-Found-Flag.
           OPEN INPUT Cardholder-File.
           IF NOT WS-Cardholder-OK THEN
               DISPLAY "Cardholder file won't open (status "
                   WS-Cardholder-Status ")"
               EXIT SECTION
           END-IF.
           MOVE WS-Maint-Card-Number TO CH-Card-Number.
           READ Cardholder-File
               INVALID KEY
                   DISPLAY "Card not on the cardholder master"
               NOT INVALID KEY
                   SET WS-Card-Found TO TRUE
                   DISPLAY FUNCTION TRIM(CH-Holder-Name)
           END-READ.
           CLOSE Cardholder-File.
           MOVE ALL "*" TO WS-Emp-Masked.
           MOVE WS-Maint-Card-Number(13:4) TO WS-Emp-Masked(5:4).

       Ask-Date-Section SECTION. *> A yyyy/mm/dd date
           MOVE "N" TO WS-Date-Valid-Flag.
           MOVE SPACES TO WS-Maint-Date.
           ACCEPT WS-Maint-Date.
           IF WS-Maint-Date(1:4) IS NUMERIC
                   AND WS-Maint-Date(5:1) = "/"
                   AND WS-Maint-Date(6:2) IS NUMERIC
                   AND WS-Maint-Date(8:1) = "/"
                   AND WS-Maint-Date(9:2) IS NUMERIC THEN
               IF WS-Maint-Date(6:2) > "00"
                       AND WS-Maint-Date(6:2) < "13"
                       AND WS-Maint-Date(9:2) > "00"
                       AND WS-Maint-Date(9:2) < "32" THEN
                   SET WS-Date-Valid TO TRUE
               END-IF
           END-IF.

       Ask-Time-Section SECTION. *> An hh/mm time, to the minute
           MOVE "N" TO WS-Time-Valid-Flag.
           MOVE SPACES TO WS-Maint-Time.
           ACCEPT WS-Maint-Time.
           IF WS-Maint-Time(1:2) IS NUMERIC
                   AND WS-Maint-Time(3:1) = "/"
                   AND WS-Maint-Time(4:2) IS NUMERIC THEN
               MOVE WS-Maint-Time(1:2) TO WS-Time-HH
               MOVE WS-Maint-Time(4:2) TO WS-Time-MI
               IF WS-Time-HH < 24 AND WS-Time-MI < 60 THEN
                   SET WS-Time-Valid TO TRUE
               END-IF
           END-IF.

       Ask-Type-Section SECTION. *> I, O, B, or R
           DISPLAY "Punch (I=Clock in, O=Clock out, B=Break start, "
               "R=Back from break):".
           MOVE SPACES TO WS-Maint-Type.
           ACCEPT WS-Maint-Type.
           MOVE FUNCTION UPPER-CASE(WS-Maint-Type) TO WS-Maint-Type.

       List-Punches-Section SECTION. *> An employee's punches
           PERFORM Ask-Employee-Section.
           DISPLAY "From date (yyyy/mm/dd, blank=all):".
           MOVE SPACES TO WS-List-From-Date.
           ACCEPT WS-List-From-Date.
           MOVE 0 TO WS-List-Count.
           MOVE "N" TO WS-Punch-EOF-Flag.
           MOVE WS-Maint-Card-Number TO TPN-Card-Number.
           MOVE WS-List-From-Date TO TPN-Date.
           MOVE LOW-VALUES TO TPN-Time.
           START Time-Punch-File KEY IS NOT < TPN-Key
               INVALID KEY
                   SET WS-Punch-EOF TO TRUE
           END-START.
           PERFORM List-One-Punch-Section
               UNTIL WS-Punch-EOF.
           DISPLAY WS-List-Count " punch(es)".

       List-One-Punch-Section SECTION. *> One punch shown
           READ Time-Punch-File NEXT RECORD
               AT END
                   SET WS-Punch-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF TPN-Card-Number NOT = WS-Maint-Card-Number THEN
               SET WS-Punch-EOF TO TRUE
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-List-Count.
           PERFORM Describe-Punch-Section.
           DISPLAY TPN-Date " " TPN-Time " " WS-Disp-Type " "
               WS-Disp-Source.

       Describe-Punch-Section SECTION. *> Type and source in words
           EVALUATE TRUE
               WHEN TPN-Clock-In
                   MOVE "Clock in" TO WS-Disp-Type
               WHEN TPN-Clock-Out
                   MOVE "Clock out" TO WS-Disp-Type
               WHEN TPN-Break-Start
                   MOVE "Break start" TO WS-Disp-Type
               WHEN TPN-Break-End
                   MOVE "Back from break" TO WS-Disp-Type
               WHEN OTHER
                   MOVE "?" TO WS-Disp-Type
           END-EVALUATE.
           IF TPN-From-Supervisor THEN
               MOVE SPACES TO WS-Disp-Source
               STRING "supv " DELIMITED BY SIZE
                      TPN-Edited-By DELIMITED BY SIZE
                   INTO WS-Disp-Source
           ELSE
               MOVE "clock " TO WS-Disp-Source
               MOVE TPN-Station TO WS-Disp-Source(7:2)
           END-IF.

       Add-Punch-Section SECTION. *> The punch that was missed
           PERFORM Ask-Employee-Section.
           IF NOT WS-Card-Found THEN
               EXIT SECTION
           END-IF.
           DISPLAY "Date of the punch (yyyy/mm/dd):".
           PERFORM Ask-Date-Section.
           IF NOT WS-Date-Valid THEN
               DISPLAY "Dates must be yyyy/mm/dd"
               EXIT SECTION
           END-IF.
           DISPLAY "Time of the punch (hh/mm, 24-hour):".
           PERFORM Ask-Time-Section.
           IF NOT WS-Time-Valid THEN
               DISPLAY "Times must be hh/mm"
               EXIT SECTION
           END-IF.
           PERFORM Ask-Type-Section.

           MOVE SPACES TO Time-Punch-Record.
           MOVE WS-Maint-Card-Number TO TPN-Card-Number.
           MOVE WS-Maint-Date TO TPN-Date.
           MOVE WS-Maint-Time TO TPN-Time(1:5).
           MOVE "/00" TO TPN-Time(6:3).
           MOVE WS-Maint-Type TO TPN-Type.
           IF NOT TPN-Type-Valid THEN
               DISPLAY "Punch must be I, O, B, or R"
               EXIT SECTION
           END-IF.
           PERFORM Stamp-Supervisor-Section.
           MOVE SPACES TO WS-Audit-Old.
           PERFORM Describe-After-Section.
           WRITE Time-Punch-Record
               INVALID KEY
                   DISPLAY "There is already a punch at that time"
                   EXIT SECTION
           END-WRITE.
           DISPLAY "Punch added".
           MOVE "PUNCH-ADD" TO WS-Audit-Action.
           PERFORM Write-Audit-Section.

       Pick-Punch-Section SECTION. *> One of a day's punches
      *    Leaves the picked punch read, or WS-Maint-Pick zero
           MOVE 0 TO WS-Maint-Pick.
           PERFORM Ask-Employee-Section.
           IF NOT WS-Card-Found THEN
               EXIT SECTION
           END-IF.
           DISPLAY "Date of the punch (yyyy/mm/dd):".
           PERFORM Ask-Date-Section.
           IF NOT WS-Date-Valid THEN
               DISPLAY "Dates must be yyyy/mm/dd"
               EXIT SECTION
           END-IF.

           MOVE 0 TO WS-Day-Count.
           MOVE "N" TO WS-Punch-EOF-Flag.
           MOVE WS-Maint-Card-Number TO TPN-Card-Number.
           MOVE WS-Maint-Date TO TPN-Date.
           MOVE LOW-VALUES TO TPN-Time.
           START Time-Punch-File KEY IS NOT < TPN-Key
               INVALID KEY
                   SET WS-Punch-EOF TO TRUE
           END-START.
           PERFORM Load-One-Day-Punch-Section
               UNTIL WS-Punch-EOF.
           IF WS-Day-Count = 0 THEN
               DISPLAY "No punches that day"
               EXIT SECTION
           END-IF.

           DISPLAY "Which punch (number, 0=none):".
           ACCEPT WS-Maint-Pick.
           IF WS-Maint-Pick = 0 OR WS-Maint-Pick > WS-Day-Count THEN
               MOVE 0 TO WS-Maint-Pick
               EXIT SECTION
           END-IF.
           MOVE WS-Maint-Card-Number TO TPN-Card-Number.
           MOVE WS-Maint-Date TO TPN-Date.
           MOVE WS-Day-Time(WS-Maint-Pick) TO TPN-Time.
           READ Time-Punch-File
               INVALID KEY
                   DISPLAY "That punch has gone - list it again"
                   MOVE 0 TO WS-Maint-Pick
                   EXIT SECTION
           END-READ.
           MOVE TPN-Date TO WS-Old-Date.
           MOVE TPN-Time TO WS-Old-Time.
           MOVE TPN-Type TO WS-Old-Type.
           MOVE SPACES TO WS-Audit-Old.
           STRING WS-Old-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Old-Time DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Old-Type DELIMITED BY SIZE
               INTO WS-Audit-Old.

       Load-One-Day-Punch-Section SECTION. *> One punch, numbered
           READ Time-Punch-File NEXT RECORD
               AT END
                   SET WS-Punch-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF TPN-Card-Number NOT = WS-Maint-Card-Number
                   OR TPN-Date NOT = WS-Maint-Date
                   OR WS-Day-Count NOT < WS-Day-Max THEN
               SET WS-Punch-EOF TO TRUE
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-Day-Count.
           MOVE TPN-Time TO WS-Day-Time(WS-Day-Count).
           MOVE TPN-Type TO WS-Day-Type(WS-Day-Count).
           MOVE TPN-Source TO WS-Day-Source(WS-Day-Count).
           PERFORM Describe-Punch-Section.
           MOVE WS-Day-Count TO WS-Disp-Pick.
           DISPLAY WS-Disp-Pick ". " TPN-Time " " WS-Disp-Type " "
               WS-Disp-Source.

       Change-Punch-Section SECTION. *> Move a punch, or retype it
           PERFORM Pick-Punch-Section.
           IF WS-Maint-Pick = 0 THEN
               EXIT SECTION
           END-IF.

           MOVE WS-Old-Date TO WS-New-Date.
           MOVE WS-Old-Time TO WS-New-Time.
           MOVE WS-Old-Type TO WS-New-Type.
           DISPLAY "New date (yyyy/mm/dd, blank leaves it):".
           PERFORM Ask-Date-Section.
           IF WS-Maint-Date NOT = SPACES THEN
               IF NOT WS-Date-Valid THEN
                   DISPLAY "Dates must be yyyy/mm/dd"
                   EXIT SECTION
               END-IF
               MOVE WS-Maint-Date TO WS-New-Date
           END-IF.
           DISPLAY "New time (hh/mm, blank leaves it):".
           PERFORM Ask-Time-Section.
           IF WS-Maint-Time NOT = SPACES THEN
               IF NOT WS-Time-Valid THEN
                   DISPLAY "Times must be hh/mm"
                   EXIT SECTION
               END-IF
               MOVE WS-Maint-Time TO WS-New-Time(1:5)
               MOVE "/00" TO WS-New-Time(6:3)
           END-IF.
           DISPLAY "Now " WS-Old-Type " - blank leaves it.".
           PERFORM Ask-Type-Section.
           IF WS-Maint-Type NOT = SPACES THEN
               MOVE WS-Maint-Type TO WS-New-Type
           END-IF.
           IF WS-Punch-After = WS-Punch-Before THEN
               DISPLAY "Nothing changed"
               EXIT SECTION
           END-IF.

      *    A new date or time is a new key - the punch is written
      *    under it first, and only then taken out from under the
      *    old one, so a clash leaves the original standing.
           IF WS-New-Date NOT = WS-Old-Date
                   OR WS-New-Time NOT = WS-Old-Time THEN
               MOVE WS-New-Date TO TPN-Date
               MOVE WS-New-Time TO TPN-Time
               MOVE WS-New-Type TO TPN-Type
               IF NOT TPN-Type-Valid THEN
                   DISPLAY "Punch must be I, O, B, or R"
                   EXIT SECTION
               END-IF
               PERFORM Stamp-Supervisor-Section
               WRITE Time-Punch-Record
                   INVALID KEY
                       DISPLAY "There is already a punch at that "
                           "time"
                       EXIT SECTION
               END-WRITE
               MOVE WS-Old-Date TO TPN-Date
               MOVE WS-Old-Time TO TPN-Time
               DELETE Time-Punch-File
               MOVE WS-New-Date TO TPN-Date
               MOVE WS-New-Time TO TPN-Time
           ELSE
               MOVE WS-New-Type TO TPN-Type
               IF NOT TPN-Type-Valid THEN
                   DISPLAY "Punch must be I, O, B, or R"
                   EXIT SECTION
               END-IF
               PERFORM Stamp-Supervisor-Section
               REWRITE Time-Punch-Record
           END-IF.
           DISPLAY "Punch changed".
           PERFORM Describe-After-Section.
           MOVE "PUNCH-CHANGE" TO WS-Audit-Action.
           PERFORM Write-Audit-Section.

       Delete-Punch-Section SECTION. *> A punch made in error
           PERFORM Pick-Punch-Section.
           IF WS-Maint-Pick = 0 THEN
               EXIT SECTION
           END-IF.
           DISPLAY "Delete this punch? (Y/N):".
           MOVE SPACES TO WS-Maint-Confirm.
           ACCEPT WS-Maint-Confirm.
           IF WS-Maint-Confirm NOT = "Y"
                   AND WS-Maint-Confirm NOT = "y" THEN
               DISPLAY "Punch left as it is"
               EXIT SECTION
           END-IF.
           DELETE Time-Punch-File
               INVALID KEY
                   DISPLAY "That punch has gone - list it again"
                   EXIT SECTION
           END-DELETE.
           DISPLAY "Punch deleted".
           MOVE SPACES TO WS-Audit-New.
           MOVE "PUNCH-DELETE" TO WS-Audit-Action.
           PERFORM Write-Audit-Section.

       Stamp-Supervisor-Section SECTION. *> Whose punch this now is
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Audit-Date.
           SET TPN-From-Supervisor TO TRUE.
           MOVE WS-Supervisor-Card-Number(13:4) TO TPN-Edited-By.
           MOVE WS-Audit-Date TO TPN-Edit-Date.

       Describe-After-Section SECTION. *> The punch as it now stands
           MOVE SPACES TO WS-Audit-New.
           STRING TPN-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TPN-Time DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TPN-Type DELIMITED BY SIZE
               INTO WS-Audit-New.

       Link-Cashier-Section SECTION. *> Card to till cashier ID
           PERFORM Ask-Employee-Section.
           IF NOT WS-Card-Found THEN
               EXIT SECTION
           END-IF.
           OPEN I-O Cashier-Link-File.
           IF WS-Cashier-Link-Status = "35" THEN
      *        Link file doesn't exist yet - start it off empty
               OPEN OUTPUT Cashier-Link-File
               CLOSE Cashier-Link-File
               OPEN I-O Cashier-Link-File
           END-IF.
           IF NOT WS-Cashier-Link-OK THEN
               DISPLAY "Cashier links won't open (status "
                   WS-Cashier-Link-Status ")"
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WS-Audit-Old.
           MOVE WS-Maint-Card-Number TO CLK-Card-Number.
           READ Cashier-Link-File
               INVALID KEY
                   DISPLAY "No cashier ID linked yet"
               NOT INVALID KEY
                   MOVE CLK-Cashier-ID TO WS-Audit-Old
                   DISPLAY "Linked to cashier ID " CLK-Cashier-ID
           END-READ.
           DISPLAY "Cashier ID they sign on with (blank=unlink):".
           MOVE SPACES TO WS-Maint-Cashier-ID.
           ACCEPT WS-Maint-Cashier-ID.
           MOVE WS-Maint-Cashier-ID TO WS-Audit-New.
           IF WS-Audit-New = WS-Audit-Old THEN
               DISPLAY "Nothing changed"
               CLOSE Cashier-Link-File
               EXIT SECTION
           END-IF.

           MOVE WS-Maint-Card-Number TO CLK-Card-Number.
           EVALUATE TRUE
               WHEN WS-Maint-Cashier-ID = SPACES
                   DELETE Cashier-Link-File
                   DISPLAY "Cashier link removed"
               WHEN WS-Audit-Old = SPACES
                   MOVE WS-Maint-Cashier-ID TO CLK-Cashier-ID
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Audit-Date
                   MOVE WS-Audit-Date TO CLK-Updated-Date
                   WRITE Cashier-Link-Record
                   DISPLAY "Cashier ID linked"
               WHEN OTHER
                   MOVE WS-Maint-Cashier-ID TO CLK-Cashier-ID
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Audit-Date
                   MOVE WS-Audit-Date TO CLK-Updated-Date
                   REWRITE Cashier-Link-Record
                   DISPLAY "Cashier ID changed"
           END-EVALUATE.
           CLOSE Cashier-Link-File.
           MOVE "CASHIER-LINK" TO WS-Audit-Action.
           PERFORM Write-Audit-Section.

       Write-Audit-Section SECTION. *> One entry on the trail
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Audit-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Audit-Time.
           MOVE "TimeMaint" TO WS-Audit-Who.

           OPEN EXTEND Audit-File.
           IF WS-Audit-File-Status = "35" THEN
      *        File doesn't exist yet - start it off
               OPEN OUTPUT Audit-File
           END-IF.

      *    Laid out field by field like every other trail writer;
      *    a punch change carries the employee and the punch as it
      *    was and as it now stands after the "by" column.
           MOVE SPACES TO Audit-Log-Record.
           IF WS-Audit-Action = "MAINT-ENTRY" THEN
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
                   INTO Audit-Log-Record
           ELSE
               STRING WS-Audit-Date DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-Audit-Time DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-Audit-Action DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-Masked-Card-Number DELIMITED BY SIZE
                      " by " DELIMITED BY SIZE
                      WS-Audit-Who DELIMITED BY SIZE
                      " emp " DELIMITED BY SIZE
                      WS-Emp-Masked DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-Audit-Old DELIMITED BY SIZE
                      " to " DELIMITED BY SIZE
                      WS-Audit-New DELIMITED BY SIZE
                   INTO Audit-Log-Record
           END-IF.
           WRITE Audit-Log-Record.
           CLOSE Audit-File.

       END PROGRAM TimeClockMaint.
