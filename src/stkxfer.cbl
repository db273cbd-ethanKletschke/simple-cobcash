      *Inter-store stock transfers - the proper document for moving
      *stock from one of our stores to another, instead of a waste
      *write-off at one end and a fake supplier delivery at the other.
      *Send mode keys the receiving store and the lines going over,
      *takes them out of this store's ITM-On-Hand-Qty, draws a
      *transfer number from XFRNUMCTR.DAT and writes the lines to the
      *transfer file (STKXFER.DAT) in transit, carrying both store
      *ids and this store's unit cost, with a copy of the transfer
      *note printed to go with the goods (XFERNOTE.TXT). Receive mode,
      *run at the other store, books the lines in against that same
      *document - on-hand up, at the sender's cost - and records what
      *actually arrived so the in-transit report can show the gaps.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockTransfer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Item master file - on-hand down at the sender, up at the
      *    receiver
           SELECT Item-Master-File ASSIGN TO "ITEMMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITM-Item-Code
           FILE STATUS IS WS-Item-Master-Status.
      *    The transfer documents, one record per line moved
           SELECT Stock-Transfer-File ASSIGN TO "STKXFER.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XFT-Key
           FILE STATUS IS WS-Stock-Transfer-Status.
      *    The next transfer number, persisted so documents keep
      *    counting up across runs - same scheme as PONUMCTR.DAT.
           SELECT Xfer-Counter-File ASSIGN TO "XFRNUMCTR.DAT"
           ORGANIZATION RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-Xfer-Counter-Rel-Key
           FILE STATUS IS WS-Xfer-Counter-Status.
      *    This store's id comes off the branding config
           SELECT Store-Config-File ASSIGN TO "STORECFG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Store-Config-Status.
      *    The printed transfer notes, appended run after run
           SELECT Note-Print-File ASSIGN TO "XFERNOTE.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Note-Print-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Item-Master-File.
           COPY "ItemMasterRecord.cpy".

       FD  Stock-Transfer-File.
           COPY "StockTransferRecord.cpy".

       FD  Xfer-Counter-File.
       01  Xfer-Counter-Record.
           05 XFC-Last-Xfer-Number PIC 9(06).

       FD  Store-Config-File.
           COPY "StoreConfigRecord.cpy".

       FD  Note-Print-File.
       01  Note-Print-Record PIC X(80).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Item-Master-Status PIC X(02).
           88 WS-Item-Master-OK VALUE "00".
       01  WS-Stock-Transfer-Status PIC X(02).
           88 WS-Stock-Transfer-OK VALUE "00".
       01  WS-Store-Config-Status PIC X(02).
           88 WS-Store-Config-OK VALUE "00".
       01  WS-Note-Print-Status PIC X(02).
      *Relative key/status for the transfer number counter
       01  WS-Xfer-Counter-Rel-Key PIC 9(04) COMP VALUE 1.
       01  WS-Xfer-Counter-Status PIC X(02).
           88 WS-Xfer-Counter-OK VALUE "00".
      *"Y" once the receive walk runs past the document's lines
       01  WS-Xfer-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Xfer-EOF VALUE "Y".
      *Which mode this run is in, keyed on the console
       01  WS-Run-Mode PIC X(01) VALUE "S".
           88 WS-Mode-Send VALUE "S" "s".
           88 WS-Mode-Receive VALUE "R" "r".
      *This store's id - defaulting like the till does when no id
      *has been set
       01  WS-Store-ID PIC X(03) VALUE "001".

      *The transfer being sent - one receiving store, one number
       01  WS-Send-Header.
           05 WS-Xfer-Clerk-ID PIC X(10) VALUE SPACES.
           05 WS-Xfer-To-Store PIC X(03) VALUE SPACES.
      *    Zero until the first good line draws the number, so a
      *    transfer keyed with nothing on it wastes no number.
           05 WS-Xfer-Number PIC 9(06) VALUE 0.
      *One line going over, as keyed
       01  WS-Xfer-Entry.
           05 WS-Xfer-Item-Code PIC X(10) VALUE SPACES.
           05 WS-Xfer-Qty PIC 9(05)V99 VALUE 0.
           05 WS-Xfer-Message PIC X(40) VALUE SPACES.
      *The document being received
       01  WS-Receive-Header.
           05 WS-Recv-From-Store PIC X(03) VALUE SPACES.
           05 WS-Recv-Xfer-Number PIC 9(06) VALUE 0.
      *    "Y" = every line arrived exactly as sent, no keying
           05 WS-Recv-As-Sent PIC X(01) VALUE "Y".
               88 WS-Recv-All-As-Sent VALUE "Y" "y".
      *The line's value at the sender's cost
       01  WS-Xfer-Value PIC 9(07)V99 VALUE 0.
      *Document totals
       01  WS-Xfer-Totals.
           05 WS-Xfer-Lines PIC 9(04) VALUE 0.
           05 WS-Xfer-Total-Value PIC 9(09)V99 VALUE 0.
           05 WS-Short-Lines PIC 9(04) VALUE 0.
      *Edited figures for the note and console
       01  WS-Disp-Xfer-Fields.
           05 WS-Disp-Qty PIC ZZZZ9.99.
           05 WS-Disp-Qty-2 PIC ZZZZ9.99.
           05 WS-Disp-Cost PIC $ZZZZ9.99.
           05 WS-Disp-Value PIC $$$,$$$,$$9.99.
           05 WS-Disp-Lines PIC ZZZ9.
      *Today's date, stamped on the documents
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Ask the mode, then do the work
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.

      *    Which store this is - off the config
           OPEN INPUT Store-Config-File.
           IF WS-Store-Config-OK THEN
               READ Store-Config-File
                   NOT AT END
                       IF SCFG-Store-ID NOT = SPACES THEN
                           MOVE SCFG-Store-ID TO WS-Store-ID
                       END-IF
               END-READ
               CLOSE Store-Config-File
           END-IF.

           DISPLAY "Stock Transfer (store " WS-Store-ID ") - Mode "
               "(S=Send to a store, R=Receive from a store):".
           ACCEPT WS-Run-Mode.

           OPEN I-O Stock-Transfer-File.
           IF WS-Stock-Transfer-Status = "35" THEN
      *        First transfer ever - start the file off empty
               OPEN OUTPUT Stock-Transfer-File
               CLOSE Stock-Transfer-File
               OPEN I-O Stock-Transfer-File
           END-IF.
           IF NOT WS-Stock-Transfer-OK THEN
               DISPLAY "Transfer file won't open (status "
                   WS-Stock-Transfer-Status ")"
               STOP RUN
           END-IF.

           OPEN I-O Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "Item master won't open (status "
                   WS-Item-Master-Status ")"
               CLOSE Stock-Transfer-File
               STOP RUN
           END-IF.

           IF WS-Mode-Receive THEN
               PERFORM Receive-Transfer-Section
           ELSE
               PERFORM Send-Transfer-Section
           END-IF.

           CLOSE Item-Master-File.
           CLOSE Stock-Transfer-File.
           STOP RUN.

       Send-Transfer-Section SECTION. *> Key and ship one transfer
           DISPLAY "Sent by (ID):".
           ACCEPT WS-Xfer-Clerk-ID.
           DISPLAY "Sending to store:".
           ACCEPT WS-Xfer-To-Store.
           IF WS-Xfer-To-Store = SPACES
                   OR WS-Xfer-To-Store = WS-Store-ID THEN
               DISPLAY "Receiving store must be another store - "
                   "nothing sent"
               EXIT SECTION
           END-IF.

           PERFORM Send-One-Line-Section
               WITH TEST AFTER
               UNTIL WS-Xfer-Item-Code = SPACES.

           IF WS-Xfer-Number > 0 THEN
               PERFORM Print-Note-Footer-Section
               CLOSE Note-Print-File
               DISPLAY "Transfer " WS-Store-ID "-" WS-Xfer-Number
                   " in transit - note written to XFERNOTE.TXT"
           ELSE
               DISPLAY "No lines sent - no transfer raised"
           END-IF.

       Send-One-Line-Section SECTION. *> One line off the shelf
           DISPLAY "Item code (blank=end of transfer):".
           MOVE SPACES TO WS-Xfer-Item-Code.
           ACCEPT WS-Xfer-Item-Code.
           IF WS-Xfer-Item-Code = SPACES THEN
               EXIT SECTION
           END-IF.
           DISPLAY "Qty sent:".
           MOVE 0 TO WS-Xfer-Qty.
           ACCEPT WS-Xfer-Qty.

           PERFORM Post-Send-Line-Section.
           DISPLAY WS-Xfer-Message.

       Post-Send-Line-Section SECTION. *> One count down, in transit
           MOVE SPACES TO WS-Xfer-Message.

           IF WS-Xfer-Qty = 0 THEN
               MOVE "Qty is required" TO WS-Xfer-Message
               EXIT SECTION
           END-IF.

           MOVE WS-Xfer-Item-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   MOVE "Item code not on file" TO WS-Xfer-Message
           END-READ.
           IF WS-Xfer-Message NOT = SPACES THEN
               EXIT SECTION
           END-IF.

      *    Stock that isn't on the books can't be put on the van
           IF WS-Xfer-Qty > ITM-On-Hand-Qty THEN
               MOVE "More than is on hand - not sent"
                   TO WS-Xfer-Message
               EXIT SECTION
           END-IF.

      *    One transfer number per document, drawn at its first line
           IF WS-Xfer-Number = 0 THEN
               PERFORM Draw-Xfer-Number-Section
               IF WS-Xfer-Number = 0 THEN
                   MOVE "No transfer number - not sent"
                       TO WS-Xfer-Message
                   EXIT SECTION
               END-IF
               PERFORM Print-Note-Heading-Section
           END-IF.

           MOVE WS-Store-ID TO XFT-From-Store.
           MOVE WS-Xfer-Number TO XFT-Number.
           MOVE WS-Xfer-Item-Code TO XFT-Item-Code.
           MOVE WS-Xfer-To-Store TO XFT-To-Store.
           MOVE ITM-Item-Name TO XFT-Item-Name.
           MOVE WS-Xfer-Qty TO XFT-Qty-Sent.
           MOVE ITM-Unit-Cost TO XFT-Unit-Cost.
           MOVE WS-Date TO XFT-Sent-Date.
           MOVE WS-Xfer-Clerk-ID TO XFT-Sent-By.
           MOVE 0 TO XFT-Qty-Received.
           MOVE SPACES TO XFT-Received-Date.
           MOVE SPACES TO XFT-Received-By.
           SET XFT-Is-In-Transit TO TRUE.
           WRITE Stock-Transfer-Record
               INVALID KEY
      *            The same item twice on one transfer - key it as
      *            one line with the combined quantity instead.
                   MOVE "Item already on this transfer - not sent"
                       TO WS-Xfer-Message
           END-WRITE.
           IF WS-Xfer-Message NOT = SPACES THEN
               EXIT SECTION
           END-IF.

           SUBTRACT WS-Xfer-Qty FROM ITM-On-Hand-Qty.
           REWRITE Item-Master-Record.

           COMPUTE WS-Xfer-Value ROUNDED =
               WS-Xfer-Qty * ITM-Unit-Cost.
           ADD 1 TO WS-Xfer-Lines.
           ADD WS-Xfer-Value TO WS-Xfer-Total-Value.
           PERFORM Print-Note-Line-Section.
           MOVE "Sent" TO WS-Xfer-Message.

       Draw-Xfer-Number-Section SECTION. *> Bump the persisted counter
           MOVE 0 TO WS-Xfer-Number.
           OPEN I-O Xfer-Counter-File.
           IF WS-Xfer-Counter-Status = "35" THEN
      *        Counter file doesn't exist yet - create it, seeded at 0
               OPEN OUTPUT Xfer-Counter-File
               MOVE 0 TO XFC-Last-Xfer-Number
               WRITE Xfer-Counter-Record
               CLOSE Xfer-Counter-File
               OPEN I-O Xfer-Counter-File
           END-IF.
           IF WS-Xfer-Counter-OK THEN
               READ Xfer-Counter-File
               ADD 1 TO XFC-Last-Xfer-Number
               MOVE XFC-Last-Xfer-Number TO WS-Xfer-Number
               REWRITE Xfer-Counter-Record
               CLOSE Xfer-Counter-File
           ELSE
               DISPLAY "Transfer counter won't open (status "
                   WS-Xfer-Counter-Status ")"
           END-IF.

       Print-Note-Heading-Section SECTION. *> From, to, and number
           OPEN EXTEND Note-Print-File.
           IF WS-Note-Print-Status = "35" THEN
      *        File doesn't exist yet - start it off
               OPEN OUTPUT Note-Print-File
           END-IF.

           MOVE "========================================"
               TO Note-Print-Record.
           WRITE Note-Print-Record.
           MOVE SPACES TO Note-Print-Record.
           STRING "TRANSFER " DELIMITED BY SIZE
                  WS-Store-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-Xfer-Number DELIMITED BY SIZE
                  "          " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Note-Print-Record.
           WRITE Note-Print-Record.
           MOVE SPACES TO Note-Print-Record.
           STRING "From store " DELIMITED BY SIZE
                  WS-Store-ID DELIMITED BY SIZE
                  " to store " DELIMITED BY SIZE
                  WS-Xfer-To-Store DELIMITED BY SIZE
                  "  Sent by: " DELIMITED BY SIZE
                  WS-Xfer-Clerk-ID DELIMITED BY SIZE
               INTO Note-Print-Record.
           WRITE Note-Print-Record.
           MOVE "========================================"
               TO Note-Print-Record.
           WRITE Note-Print-Record.

       Print-Note-Line-Section SECTION. *> One line on the note
           MOVE WS-Xfer-Qty TO WS-Disp-Qty.
           MOVE ITM-Unit-Cost TO WS-Disp-Cost.
           MOVE WS-Xfer-Value TO WS-Disp-Value.
           MOVE SPACES TO Note-Print-Record.
           STRING "  " DELIMITED BY SIZE
                  WS-Xfer-Item-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITM-Item-Name DELIMITED BY SIZE
                  WS-Disp-Qty DELIMITED BY SIZE
                  " @" DELIMITED BY SIZE
                  WS-Disp-Cost DELIMITED BY SIZE
                  WS-Disp-Value DELIMITED BY SIZE
               INTO Note-Print-Record.
           WRITE Note-Print-Record.

       Print-Note-Footer-Section SECTION. *> The transfer's total
           MOVE WS-Xfer-Lines TO WS-Disp-Lines.
           MOVE WS-Xfer-Total-Value TO WS-Disp-Value.
           MOVE SPACES TO Note-Print-Record.
           STRING "Lines: " DELIMITED BY SIZE
                  WS-Disp-Lines DELIMITED BY SIZE
                  "   Value at cost: " DELIMITED BY SIZE
                  WS-Disp-Value DELIMITED BY SIZE
               INTO Note-Print-Record.
           WRITE Note-Print-Record.
           DISPLAY Note-Print-Record.

       Receive-Transfer-Section SECTION. *> Book one document in
           DISPLAY "Received by (ID):".
           ACCEPT WS-Xfer-Clerk-ID.
           DISPLAY "Sending store:".
           ACCEPT WS-Recv-From-Store.
           DISPLAY "Transfer number:".
           ACCEPT WS-Recv-Xfer-Number.
           DISPLAY "Did every line arrive as sent? (Y/N):".
           ACCEPT WS-Recv-As-Sent.

           MOVE WS-Recv-From-Store TO XFT-From-Store.
           MOVE WS-Recv-Xfer-Number TO XFT-Number.
           MOVE LOW-VALUES TO XFT-Item-Code.
           START Stock-Transfer-File KEY IS NOT LESS THAN XFT-Key
               INVALID KEY
                   SET WS-Xfer-EOF TO TRUE
           END-START.
           PERFORM Receive-One-Line-Section
               UNTIL WS-Xfer-EOF.

           IF WS-Xfer-Lines = 0 THEN
               DISPLAY "Nothing in transit to this store on transfer "
                   WS-Recv-From-Store "-" WS-Recv-Xfer-Number
           ELSE
               MOVE WS-Xfer-Lines TO WS-Disp-Lines
               MOVE WS-Xfer-Total-Value TO WS-Disp-Value
               DISPLAY "Transfer received - " WS-Disp-Lines
                   " lines, " WS-Disp-Value " at cost"
               IF WS-Short-Lines > 0 THEN
                   DISPLAY WS-Short-Lines " line(s) arrived short or "
                       "over - see the in-transit report"
               END-IF
           END-IF.

       Receive-One-Line-Section SECTION. *> One line onto the shelf
           READ Stock-Transfer-File NEXT RECORD
               AT END
                   SET WS-Xfer-EOF TO TRUE
           END-READ.
           IF WS-Xfer-EOF THEN
               EXIT SECTION
           END-IF.
           IF XFT-From-Store NOT = WS-Recv-From-Store
                   OR XFT-Number NOT = WS-Recv-Xfer-Number THEN
               SET WS-Xfer-EOF TO TRUE
               EXIT SECTION
           END-IF.
      *    Only this store's own, still-moving lines are booked in -
      *    a document can't be received twice.
           IF XFT-To-Store NOT = WS-Store-ID
                   OR NOT XFT-Is-In-Transit THEN
               EXIT SECTION
           END-IF.

           MOVE XFT-Qty-Sent TO WS-Xfer-Qty.
           IF NOT WS-Recv-All-As-Sent THEN
               MOVE XFT-Qty-Sent TO WS-Disp-Qty
               DISPLAY XFT-Item-Code " " XFT-Item-Name " sent "
                   WS-Disp-Qty " - qty that arrived:"
               ACCEPT WS-Xfer-Qty
           END-IF.

           MOVE XFT-Item-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
      *            The line stays in transit until the item is set
      *            up here - booking it in nowhere would lose it.
                   DISPLAY XFT-Item-Code " not on this store's item "
                       "master - left in transit"
                   EXIT SECTION
           END-READ.

      *    The stock comes on at what it cost the sending store
           ADD WS-Xfer-Qty TO ITM-On-Hand-Qty.
           IF XFT-Unit-Cost > 0 THEN
               MOVE XFT-Unit-Cost TO ITM-Unit-Cost
           END-IF.
           REWRITE Item-Master-Record.

           MOVE WS-Xfer-Qty TO XFT-Qty-Received.
           MOVE WS-Date TO XFT-Received-Date.
           MOVE WS-Xfer-Clerk-ID TO XFT-Received-By.
           SET XFT-Is-Received TO TRUE.
           REWRITE Stock-Transfer-Record.

           IF XFT-Qty-Received NOT = XFT-Qty-Sent THEN
               ADD 1 TO WS-Short-Lines
           END-IF.
           COMPUTE WS-Xfer-Value ROUNDED =
               WS-Xfer-Qty * XFT-Unit-Cost.
           ADD 1 TO WS-Xfer-Lines.
           ADD WS-Xfer-Value TO WS-Xfer-Total-Value.
       END PROGRAM StockTransfer.
