           ACCESS MODE IS RANDOM
           RECORD KEY IS ITM-Item-Code
           FILE STATUS IS WS-Item-Master-Status.
      *    The transaction journal the movements are written to,
      *    keyed by transaction number - held only for the moment a
      *    record goes on, since the lanes write to it too
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           SHARING WITH NO OTHER
           FILE STATUS IS WS-Txn-Journal-Status.
      *    Item-level sales detail, written at pickup
           SELECT Sales-Detail-File ASSIGN TO "SALESDTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SDT-Key
           ALTERNATE RECORD KEY IS SDT-Date WITH DUPLICATES
           SHARING WITH NO OTHER
           FILE STATUS IS WS-Sales-Detail-Status.
      *    The store id comes off the branding config, for the
      *    journal records this desk writes
      *    Per-category tax journal, written at pickup when the
      *    goods actually leave the store
           SELECT Tax-Journal-File ASSIGN TO "TAXJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TXJ-Key
           ALTERNATE RECORD KEY IS TXJ-Date WITH DUPLICATES
           SHARING WITH NO OTHER
           FILE STATUS IS WS-Tax-Journal-Status.
      *    The aging report this program produces
           SELECT Aging-Report-File ASSIGN TO "LAYAGING.TXT"
       01  WS-Cur-Tax-Cat PIC X(01) VALUE SPACE.
      *One line's own tax as the layaway is priced up
       01  WS-Line-Tax PIC 9(06)V99 VALUE 0.
      *"Y" when STORECFG.DAT says shelf prices include the tax - a
      *line's tax is then the part of its price that is tax, the way
      *the till works it out
       01  WS-Tax-Inclusive-Flag PIC X(01) VALUE "N".
           88 WS-Tax-Inclusive VALUE "Y".
      *A pickup category's tax, when it comes out of the prices
       01  WS-Pickup-Cat-Tax PIC 9(06)V99 VALUE 0.
      *Which store this desk belongs to, stamped on its records
       01  WS-Store-ID PIC X(03) VALUE "001".
      *Pickup's own yes/no, kept off the action field
      *"Y" when no number could be drawn - the movement backs out
       01  WS-Counter-Fail-Flag PIC X(01) VALUE "N".
           88 WS-Counter-Alloc-Failed VALUE "Y".
      *Tries at the shared journal files - a lane writing its own
      *record holds them for a moment, so the desk waits its turn
       01  WS-Journal-Open-Tries PIC 9(02) VALUE 0.
       01  WS-Journal-Max-Tries PIC 9(02) VALUE 10.
      *Aging arithmetic
       01  WS-Aging-Work.
           05 WS-Date-Digits PIC 9(08) VALUE 0.
                       IF SCFG-Store-ID NOT = SPACES THEN
                           MOVE SCFG-Store-ID TO WS-Store-ID
                       END-IF
                       IF SCFG-Tax-Inclusive = "Y" THEN
                           SET WS-Tax-Inclusive TO TRUE
                       END-IF
               END-READ
               CLOSE Store-Config-File
           END-IF.
      *            LAY-Tax, to be journaled when the goods leave.
                   MOVE ITM-Tax-Category TO WS-Cur-Tax-Cat
                   PERFORM Find-Tax-Category-Section
      *            Where shelf prices include the tax, the line's
      *            tax is already in its price.
                   IF WS-Tax-Inclusive THEN
                       COMPUTE WS-Line-Tax ROUNDED =
                           ITM-Item-Price * WS-Work-Item-Qty
                           * WS-Tax-Cat-Rate(WS-Tax-Cat-Found)
                           / (1 + WS-Tax-Cat-Rate(WS-Tax-Cat-Found))
                       COMPUTE LAY-Total = LAY-Total
                           + ITM-Item-Price * WS-Work-Item-Qty
                   ELSE
                       COMPUTE WS-Line-Tax ROUNDED =
                           ITM-Item-Price * WS-Work-Item-Qty
                           * WS-Tax-Cat-Rate(WS-Tax-Cat-Found)
                       COMPUTE LAY-Total = LAY-Total
                           + ITM-Item-Price * WS-Work-Item-Qty
                           + WS-Line-Tax
                   END-IF
                   ADD WS-Line-Tax TO LAY-Tax
                   MOVE ITM-Item-Price TO WS-Disp-Money
                   DISPLAY ITM-Item-Name " @ " WS-Disp-Money
           END-READ.

       Write-Pickup-Detail-Section SECTION. *> Detail at pickup time
           MOVE 0 TO WS-Journal-Open-Tries.
           MOVE SPACES TO WS-Sales-Detail-Status.
           PERFORM Try-Open-Sales-Detail-Section
               UNTIL WS-Sales-Detail-Status = "00"
                  OR WS-Journal-Open-Tries >= WS-Journal-Max-Tries.
           IF WS-Sales-Detail-Status NOT = "00" THEN
               DISPLAY "Sales detail won't open (status "
                   WS-Sales-Detail-Status ") - pickup lines not "
                   "written"
               EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Time.
           PERFORM Write-One-Detail-Line-Section
               VARYING LY FROM 1 BY 1 UNTIL LY > LAY-Line-Count.
           CLOSE Sales-Detail-File.

       Try-Open-Sales-Detail-Section SECTION. *> One try, seeding
           ADD 1 TO WS-Journal-Open-Tries.
           OPEN I-O Sales-Detail-File.
           IF WS-Sales-Detail-Status = "35" THEN
      *        Sales detail doesn't exist yet - create it empty
               OPEN OUTPUT Sales-Detail-File
               CLOSE Sales-Detail-File
               OPEN I-O Sales-Detail-File
           END-IF.
           IF WS-Sales-Detail-Status NOT = "00" THEN
               CONTINUE AFTER 1 SECONDS
           END-IF.

       Write-One-Detail-Line-Section SECTION. *> One line out
           INITIALIZE Sales-Detail-Record.
           MOVE WS-Txn-Number TO SDT-Txn-Number.
           MOVE LY TO SDT-Line-Number.
           MOVE WS-Date TO SDT-Date.
           MOVE WS-Time TO SDT-Time.
           MOVE LAY-Item-Code(LY) TO SDT-Item-Code.
      *    The department captured when the layaway opened - pickup
      *    goods roll into their department like any till sale
           MOVE LAY-Item-Dept(LY) TO SDT-Dept.
           WRITE Sales-Detail-Record
               INVALID KEY
                   DISPLAY "Sales detail line not written (status "
                       WS-Sales-Detail-Status ")"
           END-WRITE.

       Draw-Layaway-Number-Section SECTION. *> Bump the layaway counter
           MOVE 0 TO LAY-Number.
           PERFORM Base-One-Pickup-Line-Section
               VARYING LY FROM 1 BY 1 UNTIL LY > LAY-Line-Count.

           MOVE 0 TO WS-Journal-Open-Tries.
           MOVE SPACES TO WS-Tax-Journal-Status.
           PERFORM Try-Open-Tax-Journal-Section
               UNTIL WS-Tax-Journal-Status = "00"
                  OR WS-Journal-Open-Tries >= WS-Journal-Max-Tries.
           IF WS-Tax-Journal-Status NOT = "00" THEN
               DISPLAY "Tax journal won't open (status "
                   WS-Tax-Journal-Status ") - pickup tax not written"
               EXIT SECTION
           END-IF.
           PERFORM Write-One-Pickup-Tax-Section
               VARYING TC FROM 1 BY 1 UNTIL TC > WS-Tax-Cat-Count.
           CLOSE Tax-Journal-File.

       Try-Open-Tax-Journal-Section SECTION. *> One try, seeding
           ADD 1 TO WS-Journal-Open-Tries.
           OPEN I-O Tax-Journal-File.
           IF WS-Tax-Journal-Status = "35" THEN
      *        Tax journal doesn't exist yet - create it empty
               OPEN OUTPUT Tax-Journal-File
               CLOSE Tax-Journal-File
               OPEN I-O Tax-Journal-File
           END-IF.
           IF WS-Tax-Journal-Status NOT = "00" THEN
               CONTINUE AFTER 1 SECONDS
           END-IF.

       Clear-One-Tax-Base-Section SECTION. *> Fresh bases per pickup
           MOVE 0 TO WS-Tax-Cat-Base(TC).

               MOVE "S" TO TXJ-Txn-Type
               MOVE WS-Tax-Cat(TC) TO TXJ-Category
               MOVE WS-Tax-Cat-Rate(TC) TO TXJ-Rate
      *        Tax-inclusive prices hold their tax - the taxable
      *        figure is what's left once it's taken out
               IF WS-Tax-Inclusive THEN
                   COMPUTE WS-Pickup-Cat-Tax ROUNDED =
                       WS-Tax-Cat-Base(TC) * WS-Tax-Cat-Rate(TC)
                       / (1 + WS-Tax-Cat-Rate(TC))
                   COMPUTE TXJ-Base =
                       WS-Tax-Cat-Base(TC) - WS-Pickup-Cat-Tax
                   MOVE WS-Pickup-Cat-Tax TO TXJ-Tax
               ELSE
                   MOVE WS-Tax-Cat-Base(TC) TO TXJ-Base
                   COMPUTE TXJ-Tax ROUNDED =
                       WS-Tax-Cat-Base(TC) * WS-Tax-Cat-Rate(TC)
               END-IF
               WRITE Tax-Journal-Record
                   INVALID KEY
                       DISPLAY "Tax journal record not written "
                           "(status " WS-Tax-Journal-Status ")"
               END-WRITE
           END-IF.

       Journal-Refund-Section SECTION. *> Money back, on the record

       Append-Txn-Journal-Section SECTION. *> Add the built record
           MOVE WS-Store-ID TO TJR-Store.
           MOVE 0 TO WS-Journal-Open-Tries.
           MOVE SPACES TO WS-Txn-Journal-Status.
           PERFORM Try-Open-Txn-Journal-Section
               UNTIL WS-Txn-Journal-Status = "00"
                  OR WS-Journal-Open-Tries >= WS-Journal-Max-Tries.
           IF WS-Txn-Journal-Status NOT = "00" THEN
               DISPLAY "Journal won't open (status "
                   WS-Txn-Journal-Status ") - transaction "
                   TJR-Txn-Number " not journaled"
               EXIT SECTION
           END-IF.
           WRITE Txn-Journal-Record
               INVALID KEY
                   DISPLAY "Journal record not written (status "
                       WS-Txn-Journal-Status ")"
           END-WRITE.
           CLOSE Txn-Journal-File.

       Try-Open-Txn-Journal-Section SECTION. *> One try, seeding
           ADD 1 TO WS-Journal-Open-Tries.
           OPEN I-O Txn-Journal-File.
           IF WS-Txn-Journal-Status = "35" THEN
      *        Journal doesn't exist yet - create it empty
               OPEN OUTPUT Txn-Journal-File
               CLOSE Txn-Journal-File
               OPEN I-O Txn-Journal-File
           END-IF.
           IF WS-Txn-Journal-Status NOT = "00" THEN
               CONTINUE AFTER 1 SECONDS
           END-IF.

       Aging-Report-Section SECTION. *> What's open, and for how long
           MOVE "N" TO WS-Aging-EOF-Flag.
