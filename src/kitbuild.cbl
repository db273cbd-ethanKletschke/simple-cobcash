      *Kit assembly posting: gift baskets and starter kits made up
      *ahead of a rush are built here from component stock, so the
      *shelf count of the kit goes up as its components' come down.
      *A clerk keys the kit code and how many were made; every
      *component must have the stock for the whole run or nothing
      *posts. Kits broken back down (the unsold baskets after the
      *holiday) go the other way. Built kits take the cost of their
      *components onto the item master, so stock valuation prices
      *the made-up kits right. Every posting is logged to
      *KITASSY.TXT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KitAssembly.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Item master file - kit and component counts move here
           SELECT Item-Master-File ASSIGN TO "ITEMMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITM-Item-Code
           FILE STATUS IS WS-Item-Master-Status.
      *    What goes into each kit
           SELECT Kit-File ASSIGN TO "KITSTRUC.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KIT-Key
           FILE STATUS IS WS-Kit-Status.
      *    Assembly log - one line appended per posting
           SELECT Assembly-Log-File ASSIGN TO "KITASSY.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Assembly-Log-Status.

       DATA DIVISION.
       FILE SECTION.
      *File description for the item master file.
       FD  Item-Master-File.
           COPY "ItemMasterRecord.cpy".

      *File description for the kit structure file.
       FD  Kit-File.
           COPY "KitRecord.cpy".

      *File description for the assembly log.
       FD  Assembly-Log-File.
       01  Assembly-Log-Record PIC X(80).

       WORKING-STORAGE SECTION.
      *File status for the item master file ("00" = OK)
       01  WS-Item-Master-Status PIC X(02).
           88 WS-Item-Master-OK VALUE "00".
      *File status for the kit structure file
       01  WS-Kit-Status PIC X(02).
           88 WS-Kit-OK VALUE "00".
      *File status for the assembly log
       01  WS-Assembly-Log-Status PIC X(02).
      *Who made the kits up - stamped on every log line.
       01  WS-Assembly-Clerk-ID PIC X(10) VALUE SPACES.
      *One posting, as keyed on the console.
       01  WS-Assembly-Entry.
           05 WS-Assembly-Action PIC X(01) VALUE "B".
               88 WS-Assembly-Is-Build VALUE "B" "b".
               88 WS-Assembly-Is-Unbuild VALUE "U" "u".
               88 WS-Assembly-Is-Quit VALUE "Q" "q".
           05 WS-Assembly-Kit-Code PIC X(10) VALUE SPACES.
           05 WS-Assembly-Kit-Qty PIC 9(04) VALUE 0.
      *The kit's make-up, loaded for the posting so the stock check
      *and the moves walk the same list
       01  WS-Component-Table.
           05 WS-Component-Count PIC 9(02) COMP VALUE 0.
           05 WS-Component-Max PIC 9(02) COMP VALUE 30.
           05 WS-Component-Entry OCCURS 30 TIMES.
               10 WS-Component-Code PIC X(10).
               10 WS-Component-Per-Kit PIC 9(03)V99.
      *        What the whole run takes of this component
               10 WS-Component-Needed PIC 9(07)V99.
           05 KC PIC 9(02) COMP VALUE 0.
      *"Y" once the structure walk runs out of this kit's records
       01  WS-Kit-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Kit-EOF VALUE "Y".
      *"Y" once any component can't cover the run
       01  WS-Short-Flag PIC X(01) VALUE "N".
           88 WS-Short VALUE "Y".
      *"N" once any component has no cost on file
       01  WS-All-Costed-Flag PIC X(01) VALUE "Y".
           88 WS-All-Costed VALUE "Y".
      *One kit's cost, built up from its components
       01  WS-Kit-Cost PIC 9(07)V99 VALUE 0.
      *Edited figures for the console and the log
       01  WS-Disp-Assembly-Fields.
           05 WS-Disp-Kit-Qty PIC Z,ZZ9.
           05 WS-Disp-Needed PIC Z,ZZZ,ZZ9.99.
           05 WS-Disp-On-Hand PIC ZZ,ZZ9.99.
           05 WS-Disp-Kit-Cost PIC $$$,$$9.99.
      *Outcome message shown back to the clerk
       01  WS-Assembly-Message PIC X(40) VALUE SPACES.
      *Today's date and time, stamped on each log line.
       01  WS-Date PIC 9999/99/99.
       01  WS-Time PIC 99/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Identify the clerk, then post
           DISPLAY "Kits made up by (ID):".
           ACCEPT WS-Assembly-Clerk-ID.

           OPEN I-O Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "Item master won't open (status "
                   WS-Item-Master-Status ")"
               STOP RUN
           END-IF.
           OPEN INPUT Kit-File.
           IF NOT WS-Kit-OK THEN
               DISPLAY "No kit structure file (KITSTRUC.DAT) - set "
                   "kits up in kit maintenance first"
               CLOSE Item-Master-File
               STOP RUN
           END-IF.

           PERFORM Assembly-Action-Section
               UNTIL WS-Assembly-Is-Quit.

           CLOSE Kit-File.
           CLOSE Item-Master-File.
           STOP RUN.

       Assembly-Action-Section SECTION. *> One build or break-down
           DISPLAY " ".
           DISPLAY "Kit Assembly - Action "
               "(B=Build, U=Break down, Q=Quit):".
           ACCEPT WS-Assembly-Action.
           IF WS-Assembly-Is-Quit THEN
               EXIT SECTION
           END-IF.
           IF NOT WS-Assembly-Is-Build
                   AND NOT WS-Assembly-Is-Unbuild THEN
               DISPLAY "Unknown action"
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WS-Assembly-Kit-Code.
           DISPLAY "Kit item code:".
           ACCEPT WS-Assembly-Kit-Code.
           MOVE 0 TO WS-Assembly-Kit-Qty.
           DISPLAY "Number of kits:".
           ACCEPT WS-Assembly-Kit-Qty.

           PERFORM Post-Assembly-Section.
           DISPLAY WS-Assembly-Message.

       Post-Assembly-Section SECTION. *> Check it all, then move it
           MOVE SPACES TO WS-Assembly-Message.
           IF WS-Assembly-Kit-Qty = 0 THEN
               MOVE "Number of kits is required" TO WS-Assembly-Message
               EXIT SECTION
           END-IF.
           MOVE WS-Assembly-Kit-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   MOVE "Kit code not on the item master"
                       TO WS-Assembly-Message
                   EXIT SECTION
           END-READ.

           PERFORM Load-Components-Section.
           IF WS-Component-Count = 0 THEN
               MOVE "No components on file for that kit"
                   TO WS-Assembly-Message
               EXIT SECTION
           END-IF.

           IF WS-Assembly-Is-Unbuild THEN
      *        Only kits actually on the shelf can come apart
               MOVE WS-Assembly-Kit-Code TO ITM-Item-Code
               READ Item-Master-File
               IF WS-Assembly-Kit-Qty > ITM-On-Hand-Qty THEN
                   MOVE ITM-On-Hand-Qty TO WS-Disp-On-Hand
                   MOVE SPACES TO WS-Assembly-Message
                   STRING "Only " DELIMITED BY SIZE
                          WS-Disp-On-Hand DELIMITED BY SIZE
                          " kits on hand - nothing posted"
                              DELIMITED BY SIZE
                       INTO WS-Assembly-Message
                   EXIT SECTION
               END-IF
               SUBTRACT WS-Assembly-Kit-Qty FROM ITM-On-Hand-Qty
               REWRITE Item-Master-Record
               PERFORM Return-One-Component-Section
                   VARYING KC FROM 1 BY 1
                   UNTIL KC > WS-Component-Count
               MOVE "Kits broken down" TO WS-Assembly-Message
               PERFORM Write-Assembly-Log-Section
               EXIT SECTION
           END-IF.

      *    A build needs every component covered for the whole run
      *    before any count moves - half a basket is no basket.
           MOVE "N" TO WS-Short-Flag.
           PERFORM Check-One-Component-Section
               VARYING KC FROM 1 BY 1
               UNTIL KC > WS-Component-Count.
           IF WS-Short THEN
               MOVE "Short of components - nothing posted"
                   TO WS-Assembly-Message
               EXIT SECTION
           END-IF.

           MOVE 0 TO WS-Kit-Cost.
           MOVE "Y" TO WS-All-Costed-Flag.
           PERFORM Take-One-Component-Section
               VARYING KC FROM 1 BY 1
               UNTIL KC > WS-Component-Count.

           MOVE WS-Assembly-Kit-Code TO ITM-Item-Code.
           READ Item-Master-File.
           ADD WS-Assembly-Kit-Qty TO ITM-On-Hand-Qty.
      *    A kit costs what went into it - but only when every
      *    component has a cost on file to say so.
           IF WS-All-Costed THEN
               MOVE WS-Kit-Cost TO ITM-Unit-Cost
           END-IF.
           REWRITE Item-Master-Record.
           MOVE "Kits built" TO WS-Assembly-Message.
           PERFORM Write-Assembly-Log-Section.

       Load-Components-Section SECTION. *> The kit's make-up in hand
           MOVE 0 TO WS-Component-Count.
           MOVE "N" TO WS-Kit-EOF-Flag.
           MOVE WS-Assembly-Kit-Code TO KIT-Kit-Code.
           MOVE LOW-VALUES TO KIT-Component-Code.
           START Kit-File KEY NOT < KIT-Key
               INVALID KEY
                   SET WS-Kit-EOF TO TRUE
           END-START.
           PERFORM Load-One-Component-Section
               UNTIL WS-Kit-EOF.

       Load-One-Component-Section SECTION. *> One structure record in
           READ Kit-File NEXT RECORD
               AT END
                   SET WS-Kit-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF KIT-Kit-Code NOT = WS-Assembly-Kit-Code THEN
               SET WS-Kit-EOF TO TRUE
               EXIT SECTION
           END-IF.
           IF WS-Component-Count < WS-Component-Max THEN
               ADD 1 TO WS-Component-Count
               MOVE KIT-Component-Code
                   TO WS-Component-Code(WS-Component-Count)
               MOVE KIT-Component-Qty
                   TO WS-Component-Per-Kit(WS-Component-Count)
               COMPUTE WS-Component-Needed(WS-Component-Count) =
                   KIT-Component-Qty * WS-Assembly-Kit-Qty
           END-IF.

       Check-One-Component-Section SECTION. *> Enough for the run?
           MOVE WS-Component-Code(KC) TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   DISPLAY "  " WS-Component-Code(KC)
                       " not on the item master"
                   SET WS-Short TO TRUE
                   EXIT SECTION
           END-READ.
           IF WS-Component-Needed(KC) > ITM-On-Hand-Qty THEN
               MOVE WS-Component-Needed(KC) TO WS-Disp-Needed
               MOVE ITM-On-Hand-Qty TO WS-Disp-On-Hand
               DISPLAY "  " WS-Component-Code(KC) " " ITM-Item-Name
                   " needs " WS-Disp-Needed " on hand " WS-Disp-On-Hand
               SET WS-Short TO TRUE
           END-IF.

       Take-One-Component-Section SECTION. *> Component into the kits
           MOVE WS-Component-Code(KC) TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   EXIT SECTION
           END-READ.
           SUBTRACT WS-Component-Needed(KC) FROM ITM-On-Hand-Qty.
           IF ITM-Unit-Cost > 0 THEN
               COMPUTE WS-Kit-Cost ROUNDED = WS-Kit-Cost
                   + WS-Component-Per-Kit(KC) * ITM-Unit-Cost
           ELSE
               MOVE "N" TO WS-All-Costed-Flag
           END-IF.
           REWRITE Item-Master-Record.

       Return-One-Component-Section SECTION. *> Back on the shelf
           MOVE WS-Component-Code(KC) TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   DISPLAY "  " WS-Component-Code(KC)
                       " not on the item master - not returned"
                   EXIT SECTION
           END-READ.
           ADD WS-Component-Needed(KC) TO ITM-On-Hand-Qty.
           REWRITE Item-Master-Record.

       Write-Assembly-Log-Section SECTION. *> One posting on record
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Time.

           OPEN EXTEND Assembly-Log-File.
           IF WS-Assembly-Log-Status = "35" THEN
      *        File doesn't exist yet - start it off
               OPEN OUTPUT Assembly-Log-File
           END-IF.

           MOVE WS-Assembly-Kit-Qty TO WS-Disp-Kit-Qty.
           MOVE SPACES TO Assembly-Log-Record.
           STRING WS-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Time DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Assembly-Message DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-Assembly-Kit-Code DELIMITED BY SIZE
                  " x" DELIMITED BY SIZE
                  WS-Disp-Kit-Qty DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  WS-Assembly-Clerk-ID DELIMITED BY SIZE
               INTO Assembly-Log-Record.
           WRITE Assembly-Log-Record.
           CLOSE Assembly-Log-File.
       END PROGRAM KitAssembly.
