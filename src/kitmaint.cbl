      *Maintenance for the kit structure file (KITSTRUC.DAT) - adds,
      *re-quantities, and removes the components that make up a kit,
      *and lists a kit's make-up. Kit and components must both be on
      *the item master; a component may not itself be a kit, so one
      *level of make-up is all the till and the assembly posting ever
      *have to walk. Console driven like the other back-office
      *utilities.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KitMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The kit structure file this program maintains
           SELECT Kit-File ASSIGN TO "KITSTRUC.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KIT-Key
           FILE STATUS IS WS-Kit-Status.
      *    Item master, so kit and component codes are real ones
           SELECT Item-Master-File ASSIGN TO "ITEMMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITM-Item-Code
           FILE STATUS IS WS-Item-Master-Status.

       DATA DIVISION.
       FILE SECTION.
      *File description for the kit structure file.
       FD  Kit-File.
           COPY "KitRecord.cpy".

      *File description for the item master file.
       FD  Item-Master-File.
           COPY "ItemMasterRecord.cpy".

       WORKING-STORAGE SECTION.
      *File status for the kit structure file ("00" = OK)
       01  WS-Kit-Status PIC X(02).
           88 WS-Kit-OK VALUE "00".
      *File status for the item master file
       01  WS-Item-Master-Status PIC X(02).
           88 WS-Item-Master-OK VALUE "00".
      *One maintenance action, as keyed on the console.
       01  WS-Maint-Entry.
           05 WS-Maint-Action PIC X(01) VALUE "A".
               88 WS-Maint-Is-Add VALUE "A" "a".
               88 WS-Maint-Is-Change VALUE "C" "c".
               88 WS-Maint-Is-Delete VALUE "D" "d".
               88 WS-Maint-Is-List VALUE "L" "l".
               88 WS-Maint-Is-Quit VALUE "Q" "q".
           05 WS-Maint-Kit-Code PIC X(10) VALUE SPACES.
           05 WS-Maint-Component-Code PIC X(10) VALUE SPACES.
           05 WS-Maint-Qty PIC 9(03)V99 VALUE 0.
      *The component's unit of measure, for the whole-units check
       01  WS-Component-UOM PIC X(01) VALUE SPACE.
      *"Y" once the listing walk runs out of records
       01  WS-List-EOF-Flag PIC X(01) VALUE "N".
           88 WS-List-EOF VALUE "Y".
      *"Y" when the code being checked turns up as a kit, or as a
      *component of one
       01  WS-Found-Flag PIC X(01) VALUE "N".
           88 WS-Found VALUE "Y".
      *Components listed for the kit being shown
       01  WS-List-Count PIC 9(03) VALUE 0.
      *Edited quantity for the listing
       01  WS-Disp-Qty PIC ZZ9.99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Loop maintenance actions until quit
           OPEN I-O Kit-File.
           IF WS-Kit-Status = "35" THEN
      *        Kit structure file doesn't exist yet - create it empty,
      *        the same way the till starts off its own master files.
               OPEN OUTPUT Kit-File
               CLOSE Kit-File
               OPEN I-O Kit-File
           END-IF.
           IF NOT WS-Kit-OK THEN
               DISPLAY "Kit structure file won't open (status "
                   WS-Kit-Status ")"
               STOP RUN
           END-IF.

           OPEN INPUT Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "Item master won't open (status "
                   WS-Item-Master-Status ")"
               CLOSE Kit-File
               STOP RUN
           END-IF.

           PERFORM Maintenance-Action-Section
               UNTIL WS-Maint-Is-Quit.

           CLOSE Item-Master-File.
           CLOSE Kit-File.
           STOP RUN.

       Maintenance-Action-Section SECTION. *> One add/change/delete
           DISPLAY " ".
           DISPLAY "Kit Maintenance - Action "
               "(A=Add, C=Change, D=Delete, L=List, Q=Quit):".
           ACCEPT WS-Maint-Action.

           EVALUATE TRUE
               WHEN WS-Maint-Is-Quit
                   CONTINUE
               WHEN WS-Maint-Is-List
                   PERFORM List-Kit-Section
               WHEN WS-Maint-Is-Add
                   PERFORM Add-Component-Section
               WHEN WS-Maint-Is-Change
                   PERFORM Change-Component-Section
               WHEN WS-Maint-Is-Delete
                   PERFORM Delete-Component-Section
               WHEN OTHER
                   DISPLAY "Unknown action"
           END-EVALUATE.

       Ask-Kit-Code-Section SECTION. *> The kit being worked on
           MOVE SPACES TO WS-Maint-Kit-Code.
           DISPLAY "Kit item code:".
           ACCEPT WS-Maint-Kit-Code.

       Ask-Component-Code-Section SECTION. *> The component in question
           MOVE SPACES TO WS-Maint-Component-Code.
           DISPLAY "Component item code:".
           ACCEPT WS-Maint-Component-Code.

       Ask-Qty-Section SECTION. *> How many go into one kit
           MOVE 0 TO WS-Maint-Qty.
           DISPLAY "Quantity per kit:".
           ACCEPT WS-Maint-Qty.

       Add-Component-Section SECTION. *> One more component in a kit
           PERFORM Ask-Kit-Code-Section.
           IF WS-Maint-Kit-Code = SPACES THEN
               DISPLAY "Kit item code is required"
               EXIT SECTION
           END-IF.
           MOVE WS-Maint-Kit-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   DISPLAY "Kit item code not on the item master"
                   EXIT SECTION
           END-READ.
      *    A kit sitting inside another kit would need walking two
      *    levels deep - keep the structure flat.
           MOVE WS-Maint-Kit-Code TO WS-Maint-Component-Code.
           PERFORM Check-Used-As-Component-Section.
           IF WS-Found THEN
               DISPLAY "That item is a component of another kit "
                   "- it can't be a kit itself"
               EXIT SECTION
           END-IF.

           PERFORM Ask-Component-Code-Section.
           IF WS-Maint-Component-Code = SPACES THEN
               DISPLAY "Component item code is required"
               EXIT SECTION
           END-IF.
           IF WS-Maint-Component-Code = WS-Maint-Kit-Code THEN
               DISPLAY "A kit can't be its own component"
               EXIT SECTION
           END-IF.
           MOVE WS-Maint-Component-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   DISPLAY "Component code not on the item master"
                   EXIT SECTION
           END-READ.
           MOVE ITM-Unit-Of-Measure TO WS-Component-UOM.
           PERFORM Check-Is-Kit-Section.
           IF WS-Found THEN
               DISPLAY "That component is a kit itself - add its "
                   "own components instead"
               EXIT SECTION
           END-IF.

           PERFORM Ask-Qty-Section.
           PERFORM Check-Qty-Section.
           IF WS-Maint-Qty = 0 THEN
               EXIT SECTION
           END-IF.

           MOVE WS-Maint-Kit-Code TO KIT-Kit-Code.
           MOVE WS-Maint-Component-Code TO KIT-Component-Code.
           MOVE WS-Maint-Qty TO KIT-Component-Qty.
           WRITE Kit-Record
               INVALID KEY
                   DISPLAY "Component already in this kit - use "
                       "Change to alter its quantity"
               NOT INVALID KEY
                   DISPLAY "Component added"
           END-WRITE.

       Change-Component-Section SECTION. *> A new quantity per kit
           PERFORM Ask-Kit-Code-Section.
           PERFORM Ask-Component-Code-Section.
           MOVE WS-Maint-Kit-Code TO KIT-Kit-Code.
           MOVE WS-Maint-Component-Code TO KIT-Component-Code.
           READ Kit-File
               INVALID KEY
                   DISPLAY "Component not in this kit"
                   EXIT SECTION
           END-READ.
           MOVE KIT-Component-Qty TO WS-Disp-Qty.
           DISPLAY "Currently " WS-Disp-Qty " per kit".
           MOVE SPACE TO WS-Component-UOM.
           MOVE WS-Maint-Component-Code TO ITM-Item-Code.
           READ Item-Master-File
               NOT INVALID KEY
                   MOVE ITM-Unit-Of-Measure TO WS-Component-UOM
           END-READ.
           PERFORM Ask-Qty-Section.
           PERFORM Check-Qty-Section.
           IF WS-Maint-Qty = 0 THEN
               EXIT SECTION
           END-IF.
           MOVE WS-Maint-Qty TO KIT-Component-Qty.
           REWRITE Kit-Record.
           DISPLAY "Component changed".

       Delete-Component-Section SECTION. *> Take a component out
           PERFORM Ask-Kit-Code-Section.
           PERFORM Ask-Component-Code-Section.
           MOVE WS-Maint-Kit-Code TO KIT-Kit-Code.
           MOVE WS-Maint-Component-Code TO KIT-Component-Code.
           READ Kit-File
               INVALID KEY
                   DISPLAY "Component not in this kit"
               NOT INVALID KEY
                   DELETE Kit-File
                   DISPLAY "Component removed from the kit"
           END-READ.

       Check-Qty-Section SECTION. *> Zeroes a quantity that won't do
           IF WS-Maint-Qty = 0 THEN
               DISPLAY "Quantity per kit is required"
               EXIT SECTION
           END-IF.
      *    Only a weighed component goes in by the part-unit
           IF WS-Component-UOM NOT = "W"
                   AND WS-Maint-Qty NOT = FUNCTION INTEGER(WS-Maint-Qty)
                   THEN
               DISPLAY "Component sells by each - whole units only"
               MOVE 0 TO WS-Maint-Qty
           END-IF.

       Check-Is-Kit-Section SECTION. *> Has the component a make-up?
           MOVE "N" TO WS-Found-Flag.
           MOVE WS-Maint-Component-Code TO KIT-Kit-Code.
           MOVE LOW-VALUES TO KIT-Component-Code.
           START Kit-File KEY NOT < KIT-Key
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ Kit-File NEXT RECORD
               AT END
                   EXIT SECTION
           END-READ.
           IF KIT-Kit-Code = WS-Maint-Component-Code THEN
               SET WS-Found TO TRUE
           END-IF.

       Check-Used-As-Component-Section SECTION. *> In any kit at all?
           MOVE "N" TO WS-Found-Flag.
           MOVE "N" TO WS-List-EOF-Flag.
           MOVE LOW-VALUES TO KIT-Key.
           START Kit-File KEY NOT < KIT-Key
               INVALID KEY
                   SET WS-List-EOF TO TRUE
           END-START.
           PERFORM Check-One-Component-Section
               UNTIL WS-List-EOF OR WS-Found.

       Check-One-Component-Section SECTION. *> One structure record
           READ Kit-File NEXT RECORD
               AT END
                   SET WS-List-EOF TO TRUE
               NOT AT END
                   IF KIT-Component-Code = WS-Maint-Component-Code
                       THEN
                       SET WS-Found TO TRUE
                   END-IF
           END-READ.

       List-Kit-Section SECTION. *> One kit's make-up
           PERFORM Ask-Kit-Code-Section.
           MOVE 0 TO WS-List-Count.
           MOVE "N" TO WS-List-EOF-Flag.
           MOVE WS-Maint-Kit-Code TO KIT-Kit-Code.
           MOVE LOW-VALUES TO KIT-Component-Code.
           START Kit-File KEY NOT < KIT-Key
               INVALID KEY
                   SET WS-List-EOF TO TRUE
           END-START.
           PERFORM List-One-Component-Section
               UNTIL WS-List-EOF.
           IF WS-List-Count = 0 THEN
               DISPLAY "No components on file for that kit"
           END-IF.

       List-One-Component-Section SECTION. *> One component shown
           READ Kit-File NEXT RECORD
               AT END
                   SET WS-List-EOF TO TRUE
               NOT AT END
                   IF KIT-Kit-Code NOT = WS-Maint-Kit-Code THEN
                       SET WS-List-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-List-Count
                       MOVE KIT-Component-Qty TO WS-Disp-Qty
                       MOVE KIT-Component-Code TO ITM-Item-Code
                       READ Item-Master-File
                           INVALID KEY
                               MOVE "(not on item master)"
                                   TO ITM-Item-Name
                       END-READ
                       DISPLAY KIT-Component-Code " " ITM-Item-Name
                           " x " WS-Disp-Qty
                   END-IF
           END-READ.
       END PROGRAM KitMaint.
