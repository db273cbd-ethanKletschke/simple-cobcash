      *Return to vendor - goods going back to the supplier for credit
      *(damaged on arrival, slow stock they've agreed to take back)
      *instead of being written off through WasteOff as a loss. Return
      *mode keys the supplier and the lines going back, takes the
      *units out of ITM-On-Hand-Qty at ITM-Unit-Cost (a recall return
      *takes them out of ITM-Quarantine-Qty instead, where RecallMaint
      *put them when they came off the shelf), draws a debit memo
      *number from its own counter (RTVNUMCTR.DAT) and prints
      *the memo to travel with the goods (RTVMEMO.TXT). Every line
      *stays on the open-RTV file (RTVOPEN.DAT) until credit mode
      *confirms the supplier's credit note against the memo - the
      *monthly open-RTV report chases whatever hasn't been.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnToVendor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Item master file - its on-hand counts come down here
           SELECT Item-Master-File ASSIGN TO "ITEMMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITM-Item-Code
           FILE STATUS IS WS-Item-Master-Status.
      *    Supplier master - the goods can only go back to someone
      *    who is on it
           SELECT Supplier-File ASSIGN TO "SUPPLIER.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUP-Supplier-Code
           FILE STATUS IS WS-Supplier-Status.
      *    The open-RTV file, one record per line sent back
           SELECT Rtv-File ASSIGN TO "RTVOPEN.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTV-Key
           FILE STATUS IS WS-Rtv-Status.
      *    The next debit memo number, persisted so memos keep
      *    counting up across runs - same scheme as PONUMCTR.DAT.
           SELECT Rtv-Counter-File ASSIGN TO "RTVNUMCTR.DAT"
           ORGANIZATION RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-Rtv-Counter-Rel-Key
           FILE STATUS IS WS-Rtv-Counter-Status.
      *    The printed debit memos, appended run after run
           SELECT Memo-Print-File ASSIGN TO "RTVMEMO.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Memo-Print-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Item-Master-File.
           COPY "ItemMasterRecord.cpy".

       FD  Supplier-File.
           COPY "SupplierRecord.cpy".

       FD  Rtv-File.
           COPY "RtvRecord.cpy".

       FD  Rtv-Counter-File.
       01  Rtv-Counter-Record.
           05 RTC-Last-Rtv-Number PIC 9(06).

       FD  Memo-Print-File.
       01  Memo-Print-Record PIC X(80).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Item-Master-Status PIC X(02).
           88 WS-Item-Master-OK VALUE "00".
       01  WS-Supplier-Status PIC X(02).
           88 WS-Supplier-OK VALUE "00".
       01  WS-Rtv-Status PIC X(02).
           88 WS-Rtv-OK VALUE "00".
       01  WS-Memo-Print-Status PIC X(02).
      *Relative key/status for the debit memo counter
       01  WS-Rtv-Counter-Rel-Key PIC 9(04) COMP VALUE 1.
       01  WS-Rtv-Counter-Status PIC X(02).
           88 WS-Rtv-Counter-OK VALUE "00".
      *"Y" once the credit walk runs past the memo's lines
       01  WS-Rtv-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Rtv-EOF VALUE "Y".
      *Which mode this run is in, keyed on the console
       01  WS-Run-Mode PIC X(01) VALUE "R".
           88 WS-Mode-Return VALUE "R" "r".
           88 WS-Mode-Credit VALUE "C" "c".

      *The return being shipped - one supplier, one memo number
       01  WS-Rtv-Header.
           05 WS-Rtv-Clerk-ID PIC X(10) VALUE SPACES.
           05 WS-Rtv-Supplier-Code PIC X(06) VALUE SPACES.
           05 WS-Rtv-Supplier-Name PIC X(30) VALUE SPACES.
           05 WS-Rtv-Supplier-Ref PIC X(15) VALUE SPACES.
           05 WS-Rtv-Reason PIC X(01) VALUE SPACE.
               88 WS-Rtv-Reason-Valid VALUE "D" "d" "S" "s"
                                            "R" "r" "O" "o".
      *    Zero until the first good line draws the memo number, so
      *    a return keyed with nothing on it wastes no number.
           05 WS-Rtv-Memo-Number PIC 9(06) VALUE 0.
      *One line going back, as keyed
       01  WS-Rtv-Entry.
           05 WS-Rtv-Item-Code PIC X(10) VALUE SPACES.
           05 WS-Rtv-Qty PIC 9(05)V99 VALUE 0.
           05 WS-Rtv-Message PIC X(40) VALUE SPACES.
      *The line going back, valued at cost
       01  WS-Rtv-Value PIC 9(07)V99 VALUE 0.
      *The memo's running totals
       01  WS-Memo-Totals.
           05 WS-Memo-Lines PIC 9(04) VALUE 0.
           05 WS-Memo-Value PIC 9(09)V99 VALUE 0.
      *Credit mode work
       01  WS-Credit-Entry.
           05 WS-Credit-Memo-Number PIC 9(06) VALUE 0.
           05 WS-Credit-Ref PIC X(15) VALUE SPACES.
           05 WS-Credit-Lines PIC 9(04) VALUE 0.
           05 WS-Credit-Value PIC 9(09)V99 VALUE 0.
      *Edited figures for the memo lines
       01  WS-Disp-Rtv-Fields.
           05 WS-Disp-Qty PIC ZZZZ9.99.
           05 WS-Disp-Cost PIC $ZZZZ9.99.
           05 WS-Disp-Value PIC $$$,$$$,$$9.99.
           05 WS-Disp-Lines PIC ZZZ9.
      *Today's date, stamped on the memo and the open-RTV lines
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Ask the mode, then do the work
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.

           DISPLAY "Return To Vendor - Mode (R=Return goods, "
               "C=Confirm supplier credit):".
           ACCEPT WS-Run-Mode.

           OPEN I-O Rtv-File.
           IF WS-Rtv-Status = "35" THEN
      *        First return ever - start the open-RTV file off empty
               OPEN OUTPUT Rtv-File
               CLOSE Rtv-File
               OPEN I-O Rtv-File
           END-IF.
           IF NOT WS-Rtv-OK THEN
               DISPLAY "Open-RTV file won't open (status "
                   WS-Rtv-Status ")"
               STOP RUN
           END-IF.

           IF WS-Mode-Credit THEN
               PERFORM Confirm-Credit-Section
           ELSE
               PERFORM Return-Goods-Section
           END-IF.

           CLOSE Rtv-File.
           STOP RUN.

       Return-Goods-Section SECTION. *> Key and ship one return
           DISPLAY "Returned by (ID):".
           ACCEPT WS-Rtv-Clerk-ID.
           DISPLAY "Supplier code:".
           ACCEPT WS-Rtv-Supplier-Code.

      *    The memo goes to a real supplier or not at all - a typo
      *    here would leave the credit with nobody to chase.
           OPEN INPUT Supplier-File.
           IF NOT WS-Supplier-OK THEN
               DISPLAY "Supplier master won't open (status "
                   WS-Supplier-Status ")"
               EXIT SECTION
           END-IF.
           MOVE WS-Rtv-Supplier-Code TO SUP-Supplier-Code.
           READ Supplier-File
               INVALID KEY
                   MOVE SPACES TO SUP-Name
           END-READ.
           MOVE SUP-Name TO WS-Rtv-Supplier-Name.
           CLOSE Supplier-File.
           IF WS-Rtv-Supplier-Name = SPACES THEN
               DISPLAY "Supplier not on file - nothing returned"
               EXIT SECTION
           END-IF.

           DISPLAY "Reason (D=Damaged,S=Slow stock,R=Recall,O=Other):".
           ACCEPT WS-Rtv-Reason.
           IF NOT WS-Rtv-Reason-Valid THEN
               DISPLAY "Reason must be D, S, R, or O - nothing returned"
               EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-Rtv-Reason) TO WS-Rtv-Reason.
           DISPLAY "Supplier return authorisation (blank=none):".
           ACCEPT WS-Rtv-Supplier-Ref.

           OPEN I-O Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "Item master won't open (status "
                   WS-Item-Master-Status ")"
               EXIT SECTION
           END-IF.

           PERFORM Return-One-Line-Section
               WITH TEST AFTER
               UNTIL WS-Rtv-Item-Code = SPACES.

           CLOSE Item-Master-File.

           IF WS-Rtv-Memo-Number > 0 THEN
               PERFORM Print-Memo-Footer-Section
               CLOSE Memo-Print-File
               DISPLAY "Debit memo " WS-Rtv-Memo-Number
                   " written to RTVMEMO.TXT"
           ELSE
               DISPLAY "No lines returned - no memo raised"
           END-IF.

       Return-One-Line-Section SECTION. *> One line off the shelf
           DISPLAY "Item code (blank=end of return):".
           MOVE SPACES TO WS-Rtv-Item-Code.
           ACCEPT WS-Rtv-Item-Code.
           IF WS-Rtv-Item-Code = SPACES THEN
               EXIT SECTION
           END-IF.
           DISPLAY "Qty going back:".
           MOVE 0 TO WS-Rtv-Qty.
           ACCEPT WS-Rtv-Qty.

           PERFORM Post-Rtv-Line-Section.
           DISPLAY WS-Rtv-Message.

       Post-Rtv-Line-Section SECTION. *> One count down, memo'd
           MOVE SPACES TO WS-Rtv-Message.

           IF WS-Rtv-Qty = 0 THEN
               MOVE "Qty is required" TO WS-Rtv-Message
               EXIT SECTION
           END-IF.

           MOVE WS-Rtv-Item-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   MOVE "Item code not on file" TO WS-Rtv-Message
           END-READ.
           IF WS-Rtv-Message NOT = SPACES THEN
               EXIT SECTION
           END-IF.

      *    Stock that isn't on the books can't physically go back -
      *    unlike a write-off, this is never just emptied to zero.
      *    Recalled units were held off the shelf in quarantine, so a
      *    recall return comes out of there, not the sellable count.
           IF WS-Rtv-Reason = "R" THEN
               IF WS-Rtv-Qty > ITM-Quarantine-Qty THEN
                   MOVE "More than is quarantined - not returned"
                       TO WS-Rtv-Message
                   EXIT SECTION
               END-IF
           ELSE
               IF WS-Rtv-Qty > ITM-On-Hand-Qty THEN
                   MOVE "More than is on hand - not returned"
                       TO WS-Rtv-Message
                   EXIT SECTION
               END-IF
           END-IF.

      *    One memo number per return, drawn at its first good line
           IF WS-Rtv-Memo-Number = 0 THEN
               PERFORM Draw-Rtv-Number-Section
               IF WS-Rtv-Memo-Number = 0 THEN
                   MOVE "No memo number - not returned"
                       TO WS-Rtv-Message
                   EXIT SECTION
               END-IF
               PERFORM Print-Memo-Heading-Section
           END-IF.

           COMPUTE WS-Rtv-Value ROUNDED =
               WS-Rtv-Qty * ITM-Unit-Cost.

           MOVE WS-Rtv-Memo-Number TO RTV-Number.
           MOVE WS-Rtv-Item-Code TO RTV-Item-Code.
           MOVE WS-Rtv-Supplier-Code TO RTV-Supplier-Code.
           MOVE WS-Date TO RTV-Date.
           MOVE ITM-Item-Name TO RTV-Item-Name.
           MOVE WS-Rtv-Qty TO RTV-Qty.
           MOVE ITM-Unit-Cost TO RTV-Unit-Cost.
           MOVE WS-Rtv-Value TO RTV-Value.
           MOVE WS-Rtv-Reason TO RTV-Reason.
           MOVE WS-Rtv-Supplier-Ref TO RTV-Supplier-Ref.
           MOVE WS-Rtv-Clerk-ID TO RTV-Clerk.
           SET RTV-Is-Open TO TRUE.
           MOVE SPACES TO RTV-Credit-Date.
           MOVE SPACES TO RTV-Credit-Ref.
           WRITE Rtv-Record
               INVALID KEY
      *            The same item twice on one memo - key it as one
      *            line with the combined quantity instead.
                   MOVE "Item already on this memo - not returned"
                       TO WS-Rtv-Message
           END-WRITE.
           IF WS-Rtv-Message NOT = SPACES THEN
               EXIT SECTION
           END-IF.

           IF WS-Rtv-Reason = "R" THEN
               SUBTRACT WS-Rtv-Qty FROM ITM-Quarantine-Qty
           ELSE
               SUBTRACT WS-Rtv-Qty FROM ITM-On-Hand-Qty
           END-IF.
           REWRITE Item-Master-Record.

           ADD 1 TO WS-Memo-Lines.
           ADD WS-Rtv-Value TO WS-Memo-Value.
           PERFORM Print-Memo-Line-Section.
           MOVE "Returned" TO WS-Rtv-Message.

       Draw-Rtv-Number-Section SECTION. *> Bump the persisted counter
           MOVE 0 TO WS-Rtv-Memo-Number.
           OPEN I-O Rtv-Counter-File.
           IF WS-Rtv-Counter-Status = "35" THEN
      *        Counter file doesn't exist yet - create it, seeded at 0
               OPEN OUTPUT Rtv-Counter-File
               MOVE 0 TO RTC-Last-Rtv-Number
               WRITE Rtv-Counter-Record
               CLOSE Rtv-Counter-File
               OPEN I-O Rtv-Counter-File
           END-IF.
           IF WS-Rtv-Counter-OK THEN
               READ Rtv-Counter-File
               ADD 1 TO RTC-Last-Rtv-Number
               MOVE RTC-Last-Rtv-Number TO WS-Rtv-Memo-Number
               REWRITE Rtv-Counter-Record
               CLOSE Rtv-Counter-File
           ELSE
               DISPLAY "RTV counter won't open (status "
                   WS-Rtv-Counter-Status ")"
           END-IF.

       Print-Memo-Heading-Section SECTION. *> Who the memo goes to
           OPEN EXTEND Memo-Print-File.
           IF WS-Memo-Print-Status = "35" THEN
      *        File doesn't exist yet - start it off
               OPEN OUTPUT Memo-Print-File
           END-IF.

           MOVE "========================================"
               TO Memo-Print-Record.
           WRITE Memo-Print-Record.
           MOVE SPACES TO Memo-Print-Record.
           STRING "DEBIT MEMO " DELIMITED BY SIZE
                  WS-Rtv-Memo-Number DELIMITED BY SIZE
                  "           " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Memo-Print-Record.
           WRITE Memo-Print-Record.
           MOVE SPACES TO Memo-Print-Record.
           STRING "To: " DELIMITED BY SIZE
                  WS-Rtv-Supplier-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Rtv-Supplier-Name DELIMITED BY SIZE
               INTO Memo-Print-Record.
           WRITE Memo-Print-Record.
           MOVE SPACES TO Memo-Print-Record.
           STRING "Return auth: " DELIMITED BY SIZE
                  WS-Rtv-Supplier-Ref DELIMITED BY SIZE
                  "  Reason: " DELIMITED BY SIZE
                  WS-Rtv-Reason DELIMITED BY SIZE
                  "  Sent by: " DELIMITED BY SIZE
                  WS-Rtv-Clerk-ID DELIMITED BY SIZE
               INTO Memo-Print-Record.
           WRITE Memo-Print-Record.
           MOVE "========================================"
               TO Memo-Print-Record.
           WRITE Memo-Print-Record.

       Print-Memo-Line-Section SECTION. *> One line on the memo
           MOVE WS-Rtv-Qty TO WS-Disp-Qty.
           MOVE ITM-Unit-Cost TO WS-Disp-Cost.
           MOVE WS-Rtv-Value TO WS-Disp-Value.
           MOVE SPACES TO Memo-Print-Record.
           STRING "  " DELIMITED BY SIZE
                  WS-Rtv-Item-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITM-Item-Name DELIMITED BY SIZE
                  WS-Disp-Qty DELIMITED BY SIZE
                  " @" DELIMITED BY SIZE
                  WS-Disp-Cost DELIMITED BY SIZE
                  WS-Disp-Value DELIMITED BY SIZE
               INTO Memo-Print-Record.
           WRITE Memo-Print-Record.

       Print-Memo-Footer-Section SECTION. *> What we're owed
           MOVE WS-Memo-Lines TO WS-Disp-Lines.
           MOVE WS-Memo-Value TO WS-Disp-Value.
           MOVE SPACES TO Memo-Print-Record.
           STRING "Lines: " DELIMITED BY SIZE
                  WS-Disp-Lines DELIMITED BY SIZE
                  "   PLEASE CREDIT: " DELIMITED BY SIZE
                  WS-Disp-Value DELIMITED BY SIZE
               INTO Memo-Print-Record.
           WRITE Memo-Print-Record.
           DISPLAY Memo-Print-Record.

       Confirm-Credit-Section SECTION. *> Close off a credited memo
           DISPLAY "Debit memo number:".
           ACCEPT WS-Credit-Memo-Number.
           DISPLAY "Supplier credit note reference:".
           ACCEPT WS-Credit-Ref.
           IF WS-Credit-Memo-Number = 0 OR WS-Credit-Ref = SPACES THEN
               DISPLAY "Memo number and credit note are both required"
               EXIT SECTION
           END-IF.

           MOVE WS-Credit-Memo-Number TO RTV-Number.
           MOVE LOW-VALUES TO RTV-Item-Code.
           START Rtv-File KEY IS NOT LESS THAN RTV-Key
               INVALID KEY
                   SET WS-Rtv-EOF TO TRUE
           END-START.
           PERFORM Credit-One-Line-Section
               UNTIL WS-Rtv-EOF.

           IF WS-Credit-Lines = 0 THEN
               DISPLAY "No open lines on memo " WS-Credit-Memo-Number
           ELSE
               MOVE WS-Credit-Lines TO WS-Disp-Lines
               MOVE WS-Credit-Value TO WS-Disp-Value
               DISPLAY "Memo " WS-Credit-Memo-Number " credited - "
                   WS-Disp-Lines " lines, " WS-Disp-Value
           END-IF.

       Credit-One-Line-Section SECTION. *> One memo line closed off
           READ Rtv-File NEXT RECORD
               AT END
                   SET WS-Rtv-EOF TO TRUE
           END-READ.
           IF WS-Rtv-EOF THEN
               EXIT SECTION
           END-IF.
           IF RTV-Number NOT = WS-Credit-Memo-Number THEN
               SET WS-Rtv-EOF TO TRUE
               EXIT SECTION
           END-IF.

           IF RTV-Is-Open THEN
               SET RTV-Is-Credited TO TRUE
               MOVE WS-Date TO RTV-Credit-Date
               MOVE WS-Credit-Ref TO RTV-Credit-Ref
               REWRITE Rtv-Record
               ADD 1 TO WS-Credit-Lines
               ADD RTV-Value TO WS-Credit-Value
           END-IF.
       END PROGRAM ReturnToVendor.
