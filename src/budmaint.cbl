      *Maintenance for the daily sales budget file (BUDGET.DAT) - keys
      *one day's plan for one department, deletes or lists what is on
      *file, or loads a whole month or year at once from the
      *spreadsheet's fixed-column export (BUDLOAD.DAT) so nobody
      *re-keys three hundred figures by hand. Console driven like the
      *other back-office utilities.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The budget file this program maintains
           SELECT Budget-File ASSIGN TO "BUDGET.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BDG-Key
           FILE STATUS IS WS-Budget-Status.
      *    Department master, to catch a mistyped department code
           SELECT Dept-File ASSIGN TO "DEPTMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DPT-Code
           FILE STATUS IS WS-Dept-Status.
      *    The spreadsheet's budget export, read on a load
           SELECT Budget-Load-File ASSIGN TO "BUDLOAD.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Budget-Load-Status.

       DATA DIVISION.
       FILE SECTION.
      *File description for the budget file.
       FD  Budget-File.
           COPY "BudgetRecord.cpy".

      *File description for the department master file.
       FD  Dept-File.
           COPY "DeptRecord.cpy".

      *File description for the budget load file.
       FD  Budget-Load-File.
           COPY "BudgetLoadRecord.cpy".

       WORKING-STORAGE SECTION.
      *File status for the budget file ("00" = OK)
       01  WS-Budget-Status PIC X(02).
           88 WS-Budget-OK VALUE "00".
      *File status for the department master file
       01  WS-Dept-Status PIC X(02).
           88 WS-Dept-OK VALUE "00".
      *File status for the budget load file
       01  WS-Budget-Load-Status PIC X(02).
           88 WS-Budget-Load-OK VALUE "00".
      *"Y" once the department master opened - judged once at OPEN,
      *since the live status turns "23" on the first unknown code
       01  WS-Dept-Opened-Flag PIC X(01) VALUE "N".
           88 WS-Dept-Opened VALUE "Y".
      *One maintenance action, as keyed on the console.
       01  WS-Maint-Entry.
           05 WS-Maint-Action PIC X(01) VALUE "K".
               88 WS-Maint-Is-Key VALUE "K" "k".
               88 WS-Maint-Is-Delete VALUE "D" "d".
               88 WS-Maint-Is-List VALUE "L" "l".
               88 WS-Maint-Is-Load VALUE "F" "f".
               88 WS-Maint-Is-Quit VALUE "Q" "q".
           05 WS-Maint-Date PIC X(10) VALUE SPACES.
           05 WS-Maint-Dept-Code PIC X(03) VALUE SPACES.
           05 WS-Maint-Amount PIC 9(07)V99 VALUE 0.
      *    List filter - a whole date, or just yyyy/mm for a month
           05 WS-Maint-List-From PIC X(10) VALUE SPACES.
      *"Y" while the date/department in hand passes the checks
       01  WS-Entry-Valid-Flag PIC X(01) VALUE "N".
           88 WS-Entry-Valid VALUE "Y".
      *"Y" once the listing walk or the load runs out of records
       01  WS-List-EOF-Flag PIC X(01) VALUE "N".
           88 WS-List-EOF VALUE "Y".
      *"Y" when the keyed day/department already has a figure
       01  WS-Budget-Found-Flag PIC X(01) VALUE "N".
           88 WS-Budget-Found VALUE "Y".
       01  WS-Load-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Load-EOF VALUE "Y".
      *Load counts
       01  WS-Load-Totals.
           05 WS-Load-Added PIC 9(05) VALUE 0.
           05 WS-Load-Replaced PIC 9(05) VALUE 0.
           05 WS-Load-Rejected PIC 9(05) VALUE 0.
      *Edited figures for the console
       01  WS-Disp-Amount PIC $$,$$$,$$9.99.
       01  WS-Disp-Count PIC ZZZZ9.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Loop maintenance actions until quit
           OPEN I-O Budget-File.
           IF WS-Budget-Status = "35" THEN
      *        Budget file doesn't exist yet - create it empty, the
      *        same way the till starts off its own master files.
               OPEN OUTPUT Budget-File
               CLOSE Budget-File
               OPEN I-O Budget-File
           END-IF.
           IF NOT WS-Budget-OK THEN
               DISPLAY "Budget file won't open (status "
                   WS-Budget-Status ")"
               STOP RUN
           END-IF.
           OPEN INPUT Dept-File.
           IF WS-Dept-OK THEN
               SET WS-Dept-Opened TO TRUE
           END-IF.

           PERFORM Maintenance-Action-Section
               UNTIL WS-Maint-Is-Quit.

           IF WS-Dept-Opened THEN
               CLOSE Dept-File
           END-IF.
           CLOSE Budget-File.
           STOP RUN.

       Maintenance-Action-Section SECTION. *> One key/delete/list/load
           DISPLAY " ".
           DISPLAY "Budget Maintenance - Action (K=Key a figure, "
               "D=Delete, L=List, F=Load BUDLOAD.DAT, Q=Quit):".
           ACCEPT WS-Maint-Action.

           EVALUATE TRUE
               WHEN WS-Maint-Is-Quit
                   CONTINUE
               WHEN WS-Maint-Is-Key
                   PERFORM Key-Budget-Section
               WHEN WS-Maint-Is-Delete
                   PERFORM Delete-Budget-Section
               WHEN WS-Maint-Is-List
                   PERFORM List-Budgets-Section
               WHEN WS-Maint-Is-Load
                   PERFORM Load-Budgets-Section
               WHEN OTHER
                   DISPLAY "Unknown action"
           END-EVALUATE.

       Ask-Budget-Key-Section SECTION. *> The day and department
           MOVE SPACES TO WS-Maint-Date.
           DISPLAY "Date (yyyy/mm/dd):".
           ACCEPT WS-Maint-Date.
           MOVE SPACES TO WS-Maint-Dept-Code.
           DISPLAY "Department code:".
           ACCEPT WS-Maint-Dept-Code.
           PERFORM Check-Budget-Key-Section.

       Check-Budget-Key-Section SECTION. *> Date shape, known dept
           MOVE "N" TO WS-Entry-Valid-Flag.
           IF WS-Maint-Date(1:4) IS NOT NUMERIC
                   OR WS-Maint-Date(5:1) NOT = "/"
                   OR WS-Maint-Date(6:2) IS NOT NUMERIC
                   OR WS-Maint-Date(8:1) NOT = "/"
                   OR WS-Maint-Date(9:2) IS NOT NUMERIC THEN
      *        An ill-formed date would never line up with a day's
      *        sales - the budget would sit on file and never count.
               DISPLAY "Date must be yyyy/mm/dd - " WS-Maint-Date
               EXIT SECTION
           END-IF.
      *    Spaces is allowed - it budgets the items with no
      *    department, which do sell and do count
           IF WS-Maint-Dept-Code NOT = SPACES AND WS-Dept-Opened THEN
               MOVE WS-Maint-Dept-Code TO DPT-Code
               READ Dept-File
                   INVALID KEY
                       DISPLAY "Department " WS-Maint-Dept-Code
                           " not on the department master"
                       EXIT SECTION
               END-READ
           END-IF.
           SET WS-Entry-Valid TO TRUE.

       Key-Budget-Section SECTION. *> Add or replace one figure
           PERFORM Ask-Budget-Key-Section.
           IF NOT WS-Entry-Valid THEN
               EXIT SECTION
           END-IF.

           MOVE WS-Maint-Date TO BDG-Date.
           MOVE WS-Maint-Dept-Code TO BDG-Dept-Code.
           READ Budget-File
               INVALID KEY
                   MOVE "N" TO WS-Budget-Found-Flag
               NOT INVALID KEY
                   MOVE BDG-Amount TO WS-Disp-Amount
                   DISPLAY "Budget on file: " WS-Disp-Amount
                   SET WS-Budget-Found TO TRUE
           END-READ.

           MOVE 0 TO WS-Maint-Amount.
           DISPLAY "Budgeted net sales:".
           ACCEPT WS-Maint-Amount.

           MOVE WS-Maint-Date TO BDG-Date.
           MOVE WS-Maint-Dept-Code TO BDG-Dept-Code.
           MOVE WS-Maint-Amount TO BDG-Amount.
      *    Already on file - the keyed figure replaces it
           IF WS-Budget-Found THEN
               REWRITE Budget-Record
               DISPLAY "Budget changed"
           ELSE
               WRITE Budget-Record
               DISPLAY "Budget added"
           END-IF.

       Delete-Budget-Section SECTION. *> Take one figure off
           PERFORM Ask-Budget-Key-Section.
           IF NOT WS-Entry-Valid THEN
               EXIT SECTION
           END-IF.
           MOVE WS-Maint-Date TO BDG-Date.
           MOVE WS-Maint-Dept-Code TO BDG-Dept-Code.
           READ Budget-File
               INVALID KEY
                   DISPLAY "No budget on file for that day and "
                       "department"
               NOT INVALID KEY
                   DELETE Budget-File
                   DISPLAY "Budget deleted"
           END-READ.

       List-Budgets-Section SECTION. *> One day, or one month
           MOVE SPACES TO WS-Maint-List-From.
           DISPLAY "List which day (yyyy/mm/dd) or month (yyyy/mm):".
           ACCEPT WS-Maint-List-From.
           IF WS-Maint-List-From = SPACES THEN
               DISPLAY "A day or month is required"
               EXIT SECTION
           END-IF.

           MOVE "N" TO WS-List-EOF-Flag.
           MOVE WS-Maint-List-From TO BDG-Date.
           MOVE LOW-VALUES TO BDG-Dept-Code.
           START Budget-File KEY NOT < BDG-Key
               INVALID KEY
                   SET WS-List-EOF TO TRUE
           END-START.
           PERFORM List-One-Budget-Section
               UNTIL WS-List-EOF.

       List-One-Budget-Section SECTION. *> One figure shown
           READ Budget-File NEXT RECORD
               AT END
                   SET WS-List-EOF TO TRUE
           END-READ.
           IF WS-List-EOF THEN
               EXIT SECTION
           END-IF.
      *    Past the keyed day or month - the key is date-first, so
      *    nothing further on can belong to it
           IF WS-Maint-List-From(8:1) = SPACE THEN
               IF BDG-Date(1:7) NOT = WS-Maint-List-From(1:7) THEN
                   SET WS-List-EOF TO TRUE
                   EXIT SECTION
               END-IF
           ELSE
               IF BDG-Date NOT = WS-Maint-List-From THEN
                   SET WS-List-EOF TO TRUE
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE BDG-Amount TO WS-Disp-Amount.
           DISPLAY BDG-Date " " BDG-Dept-Code " " WS-Disp-Amount.

       Load-Budgets-Section SECTION. *> The spreadsheet, in one pass
           MOVE 0 TO WS-Load-Added.
           MOVE 0 TO WS-Load-Replaced.
           MOVE 0 TO WS-Load-Rejected.
           MOVE "N" TO WS-Load-EOF-Flag.
           OPEN INPUT Budget-Load-File.
           IF NOT WS-Budget-Load-OK THEN
               DISPLAY "No budget load file (BUDLOAD.DAT) to read"
               EXIT SECTION
           END-IF.
           PERFORM Load-One-Budget-Section
               UNTIL WS-Load-EOF.
           CLOSE Budget-Load-File.

           MOVE WS-Load-Added TO WS-Disp-Count.
           DISPLAY "Budgets added:    " WS-Disp-Count.
           MOVE WS-Load-Replaced TO WS-Disp-Count.
           DISPLAY "Budgets replaced: " WS-Disp-Count.
           MOVE WS-Load-Rejected TO WS-Disp-Count.
           DISPLAY "Lines rejected:   " WS-Disp-Count.

       Load-One-Budget-Section SECTION. *> One load line onto file
           READ Budget-Load-File
               AT END
                   SET WS-Load-EOF TO TRUE
           END-READ.
           IF WS-Load-EOF THEN
               EXIT SECTION
           END-IF.

           MOVE BLD-Date TO WS-Maint-Date.
           MOVE BLD-Dept-Code TO WS-Maint-Dept-Code.
           PERFORM Check-Budget-Key-Section.
           IF NOT WS-Entry-Valid OR BLD-Amount IS NOT NUMERIC THEN
               ADD 1 TO WS-Load-Rejected
               EXIT SECTION
           END-IF.

           MOVE BLD-Date TO BDG-Date.
           MOVE BLD-Dept-Code TO BDG-Dept-Code.
           MOVE BLD-Amount TO BDG-Amount.
           WRITE Budget-Record
               INVALID KEY
                   REWRITE Budget-Record
                   ADD 1 TO WS-Load-Replaced
               NOT INVALID KEY
                   ADD 1 TO WS-Load-Added
           END-WRITE.
       END PROGRAM BudgetMaint.
