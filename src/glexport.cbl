      *day-control record the way EODReport is) and reduces it to a
      *small set of balanced posting records - sales, sales tax
      *payable, discounts, cash in drawer, EFT clearing, gift card
      *liability, house accounts receivable, container deposit
      *liability - with a control total that must net to zero before
      *the file is produced. One import file (GLEXPORT.TXT) instead
      *of an evening of re-keying, and the gift-card, house-account
      *and bottle-deposit splits come off the records instead of
      *memory.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlExport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The transaction journal, read from the first record of
      *    the day's range on its transaction number or date key
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           FILE STATUS IS WS-Txn-Journal-Status.
      *    The business-day control record - a closed day scopes the
      *    export to exactly that day's transaction range
      *    path as the main journal - it splits the tax payable
      *    credit into the per-category lines the ledger wants
           SELECT Tax-Journal-File ASSIGN TO "TAXJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXJ-Key
           ALTERNATE RECORD KEY IS TXJ-Date WITH DUPLICATES
           FILE STATUS IS WS-Tax-Journal-Status.
      *    The item-level sales detail - the deposit lines in it
      *    are the store's liability to the customer, not revenue
           SELECT Sales-Detail-File ASSIGN TO "SALESDTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDT-Key
           ALTERNATE RECORD KEY IS SDT-Date WITH DUPLICATES
           FILE STATUS IS WS-Sales-Detail-Status.
      *    Item master file, read end to end for the deposit codes
      *    - every code some item rings as its linked companion
           SELECT Item-Master-File ASSIGN TO "ITEMMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ITM-Item-Code
           FILE STATUS IS WS-Item-Master-Status.
      *    The balanced posting file this program produces
           SELECT Gl-Export-File ASSIGN TO "GLEXPORT.TXT"
           ORGANIZATION LINE SEQUENTIAL.
       FD  Tax-Journal-File.
           COPY "TaxJournalRecord.cpy".

       FD  Sales-Detail-File.
           COPY "SalesDetailRecord.cpy".

       FD  Item-Master-File.
           COPY "ItemMasterRecord.cpy".

       FD  Gl-Export-File.
       01  Gl-Line-Record PIC X(80).

      *"Y" once the tax journal runs out of records
       01  WS-Tax-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Tax-EOF VALUE "Y".
      *File status for the sales detail
       01  WS-Sales-Detail-Status PIC X(02).
           88 WS-Sales-Detail-OK VALUE "00".
      *"Y" once the sales detail runs out of records
       01  WS-Detail-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Detail-EOF VALUE "Y".
      *File status for the item master
       01  WS-Item-Master-Status PIC X(02).
           88 WS-Item-Master-OK VALUE "00".
      *"Y" once the item master runs out of records
       01  WS-Item-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Item-EOF VALUE "Y".
      *The deposit codes, off the item master's linked codes
       01  WS-Deposit-Codes.
           05 WS-Dpc-Count PIC 9(03) COMP VALUE 0.
           05 WS-Dpc-Max PIC 9(03) COMP VALUE 50.
           05 WS-Dpc-Code PIC X(10) OCCURS 50 TIMES.
           05 DPC PIC 9(03) COMP VALUE 0.
           05 WS-Dpc-Found PIC 9(03) COMP VALUE 0.
           05 WS-Dpc-Cur-Code PIC X(10) VALUE SPACES.
      *"Y" when a closed day-control record scopes this run to a hard
      *transaction range - without one, today's date scopes it.
       01  WS-Range-Mode-Flag PIC X(01) VALUE "N".
           05 WS-Gl-Sales PIC S9(09)V99 VALUE 0.
           05 WS-Gl-Tax-Payable PIC S9(09)V99 VALUE 0.
           05 WS-Gl-Discounts PIC S9(09)V99 VALUE 0.
           05 WS-Gl-Deposit-Liability PIC S9(09)V99 VALUE 0.
      *The control total - every posting added in as signed; anything
      *but zero at the end means the export must not be produced.
       01  WS-Gl-Control PIC S9(11)V99 VALUE 0.
      *The two sides of the deposit liability, for the memo lines
      *under it - what deposit lines collected, what empties paid
      *back.
       01  WS-Gl-Dep-Collected PIC S9(09)V99 VALUE 0.
       01  WS-Gl-Dep-Refunded PIC S9(09)V99 VALUE 0.
      *Sign on the record being tallied: +1 posts it, -1 reverses it
      *(refunds, and a void's original).
       01  WS-Post-Sign PIC S9(01) VALUE +1.

           OPEN INPUT Txn-Journal-File.
           IF WS-Txn-Journal-OK THEN
               PERFORM Start-Journal-Section
               PERFORM Read-Journal-Record-Section
                   UNTIL WS-Journal-EOF
               CLOSE Txn-Journal-File
      *    out the way their money came out of the totals above.
           OPEN INPUT Tax-Journal-File.
           IF WS-Tax-Journal-OK THEN
               PERFORM Start-Tax-Journal-Section
               PERFORM Read-Tax-Record-Section
                   UNTIL WS-Tax-EOF
               CLOSE Tax-Journal-File
           END-IF.

      *    Deposit lines rang up as sales; the detail moves them
      *    across to the deposit liability, again leaving voided
      *    transactions' lines out.
           OPEN INPUT Item-Master-File.
           IF WS-Item-Master-OK THEN
               PERFORM Load-One-Deposit-Code-Section
                   UNTIL WS-Item-EOF
               CLOSE Item-Master-File
           END-IF.
           IF WS-Dpc-Count > 0 THEN
               OPEN INPUT Sales-Detail-File
               IF WS-Sales-Detail-OK THEN
                   PERFORM Start-Detail-Section
                   PERFORM Read-Detail-Record-Section
                       UNTIL WS-Detail-EOF
                   CLOSE Sales-Detail-File
               END-IF
           END-IF.

      *    The books only import a file that balances - anything
      *    else is a bug worth stopping the night over.
           COMPUTE WS-Gl-Control =
               WS-Gl-Cash + WS-Gl-Eft-Clearing
               + WS-Gl-Gift-Liability + WS-Gl-Receivable
               + WS-Gl-Sales + WS-Gl-Tax-Payable + WS-Gl-Discounts
               + WS-Gl-Deposit-Liability.
           IF WS-Gl-Control NOT = 0 THEN
               MOVE WS-Gl-Control TO WS-Disp-Control
               DISPLAY "GL EXPORT OUT OF BALANCE BY "
           DISPLAY "Balanced GL export written to GLEXPORT.TXT".
           STOP RUN.

       Start-Journal-Section SECTION. *> First record of the run
      *    A closed day starts at its opening transaction number;
      *    otherwise at today's first record on the date key.
           IF WS-Range-Mode THEN
               MOVE WS-Range-From TO TJR-Txn-Number
               START Txn-Journal-File KEY IS NOT < TJR-Txn-Number
                   INVALID KEY
                       SET WS-Journal-EOF TO TRUE
               END-START
           ELSE
               MOVE WS-Date TO TJR-Date
               START Txn-Journal-File KEY IS NOT < TJR-Date
                   INVALID KEY
                       SET WS-Journal-EOF TO TRUE
               END-START
           END-IF.

       Read-Journal-Record-Section SECTION. *> Pull one journal record
           READ Txn-Journal-File NEXT RECORD
               AT END SET WS-Journal-EOF TO TRUE
               NOT AT END
                   IF (WS-Range-Mode
                           AND TJR-Txn-Number > WS-Range-To)
                       OR (NOT WS-Range-Mode
                           AND TJR-Date NOT = WS-Date) THEN
      *                Past the last record the export covers
                       SET WS-Journal-EOF TO TRUE
                   ELSE
                       PERFORM Tally-Journal-Record-Section
                   END-IF
           END-READ.

       Tally-Journal-Record-Section SECTION. *> One record's postings
                   MOVE -1 TO WS-Post-Sign
                   PERFORM Post-One-Txn-Section
                   PERFORM Remember-Txn-Section
               WHEN TJR-Txn-Type = "C"
                   MOVE +1 TO WS-Post-Sign
                   PERFORM Post-Container-Return-Section
                   PERFORM Remember-Txn-Section
               WHEN TJR-Txn-Type = "V"
                   IF TJR-Void-Ref > 0 THEN
                       PERFORM Reverse-Voided-Txn-Section
                   COMPUTE WS-Gl-Receivable =
                       WS-Gl-Receivable + WS-Post-Sign * TJR-Owed
               WHEN "APay"
               WHEN "LBox"
      *            A payment on account: cash in, receivable down -
      *            no sale happened, so no revenue legs below. A
      *            lockbox check is banked by the bank itself, but
      *            lands in the same cash account.
                   COMPUTE WS-Gl-Cash =
                       WS-Gl-Cash + WS-Post-Sign * TJR-Owed
                   COMPUTE WS-Gl-Receivable =
                   COMPUTE WS-Gl-Gift-Liability =
                       WS-Gl-Gift-Liability - WS-Post-Sign * TJR-Owed
                   EXIT SECTION
               WHEN "GLCp"
      *            A corporate card order paid at the office - the
      *            same legs as a till load.
                   COMPUTE WS-Gl-Cash =
                       WS-Gl-Cash + WS-Post-Sign * TJR-Owed
                   COMPUTE WS-Gl-Gift-Liability =
                       WS-Gl-Gift-Liability - WS-Post-Sign * TJR-Owed
                   EXIT SECTION
               WHEN "GLCa"
      *            A corporate card order charged to the company's
      *            house account: receivable up, liability up.
                   COMPUTE WS-Gl-Receivable =
                       WS-Gl-Receivable + WS-Post-Sign * TJR-Owed
                   COMPUTE WS-Gl-Gift-Liability =
                       WS-Gl-Gift-Liability - WS-Post-Sign * TJR-Owed
                   EXIT SECTION
               WHEN "Layw"
      *            Layaway desk money is cash at store level even
      *            though no lane drawer holds it - the office banks
           COMPUTE WS-Gl-Discounts =
               WS-Gl-Discounts + WS-Post-Sign * TJR-Discount.

       Post-Container-Return-Section SECTION. *> Empties paid back
      *    The deposit comes off the liability either way. Paid out
      *    of the drawer, the other leg is cash; taken as credit off
      *    a sale, that sale's record came in short by it, so its
      *    sales credit is made up here.
           COMPUTE WS-Gl-Deposit-Liability =
               WS-Gl-Deposit-Liability + WS-Post-Sign * TJR-Owed.
           COMPUTE WS-Gl-Dep-Refunded =
               WS-Gl-Dep-Refunded + WS-Post-Sign * TJR-Owed.
           IF TJR-Tender = "Cash" THEN
               COMPUTE WS-Gl-Cash =
                   WS-Gl-Cash - WS-Post-Sign * TJR-Owed
           ELSE
               COMPUTE WS-Gl-Sales =
                   WS-Gl-Sales - WS-Post-Sign * TJR-Owed
           END-IF.

       Remember-Txn-Section SECTION. *> Keep figures for void netting
           IF WS-Seen-Count < WS-Seen-Max THEN
               ADD 1 TO WS-Seen-Count
           MOVE WS-Seen-Owed(WS-Seen-Found) TO TJR-Owed.
           MOVE WS-Seen-Tax(WS-Seen-Found) TO TJR-Tax.
           MOVE WS-Seen-Discount(WS-Seen-Found) TO TJR-Discount.
           IF WS-Seen-Type(WS-Seen-Found) = "C" THEN
               PERFORM Post-Container-Return-Section
           ELSE
               PERFORM Post-One-Txn-Section
           END-IF.

       Find-Seen-Txn-Section SECTION. *> Match the void's original
           IF WS-Seen-Txn-Number(K) = TJR-Void-Ref THEN
               MOVE K TO WS-Seen-Found
           END-IF.

       Start-Tax-Journal-Section SECTION. *> Scoped like the journal
           IF WS-Range-Mode THEN
               MOVE WS-Range-From TO TXJ-Txn-Number
               MOVE LOW-VALUES TO TXJ-Category
               START Tax-Journal-File KEY IS NOT < TXJ-Key
                   INVALID KEY
                       SET WS-Tax-EOF TO TRUE
               END-START
           ELSE
               MOVE WS-Date TO TXJ-Date
               START Tax-Journal-File KEY IS NOT < TXJ-Date
                   INVALID KEY
                       SET WS-Tax-EOF TO TRUE
               END-START
           END-IF.

       Read-Tax-Record-Section SECTION. *> One tax record into its
      *    category's payable line - scoped exactly like the main
      *    journal, and skipping transactions a void reversed.
           READ Tax-Journal-File NEXT RECORD
               AT END
                   SET WS-Tax-EOF TO TRUE
               NOT AT END
                   IF (WS-Range-Mode
                           AND TXJ-Txn-Number > WS-Range-To)
                       OR (NOT WS-Range-Mode
                           AND TXJ-Date NOT = WS-Date) THEN
                       SET WS-Tax-EOF TO TRUE
                   ELSE
                       MOVE 0 TO WS-Voided-Found
                       PERFORM Match-One-Voided-Section
               MOVE VD TO WS-Voided-Found
           END-IF.

       Start-Detail-Section SECTION. *> Scoped like the journal
           IF WS-Range-Mode THEN
               MOVE WS-Range-From TO SDT-Txn-Number
               MOVE 0 TO SDT-Line-Number
               START Sales-Detail-File KEY IS NOT < SDT-Key
                   INVALID KEY
                       SET WS-Detail-EOF TO TRUE
               END-START
           ELSE
               MOVE WS-Date TO SDT-Date
               START Sales-Detail-File KEY IS NOT < SDT-Date
                   INVALID KEY
                       SET WS-Detail-EOF TO TRUE
               END-START
           END-IF.

       Read-Detail-Record-Section SECTION. *> One detail line - its
      *    deposit, if it is one, moved from sales to the liability.
      *    Returned empties' own lines are left alone: their journal
      *    record posted them already.
           READ Sales-Detail-File NEXT RECORD
               AT END
                   SET WS-Detail-EOF TO TRUE
               NOT AT END
                   IF (WS-Range-Mode
                           AND SDT-Txn-Number > WS-Range-To)
                       OR (NOT WS-Range-Mode
                           AND SDT-Date NOT = WS-Date) THEN
                       SET WS-Detail-EOF TO TRUE
                   ELSE
                       IF SDT-Txn-Type NOT = "C" THEN
                           MOVE SDT-Item-Code TO WS-Dpc-Cur-Code
                           PERFORM Find-Deposit-Code-Section
                           IF WS-Dpc-Found > 0 THEN
                               PERFORM Move-Deposit-Line-Section
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       Move-Deposit-Line-Section SECTION. *> Sales over to liability
           MOVE 0 TO WS-Voided-Found.
           PERFORM Match-One-Voided-Detail-Section
               VARYING VD FROM 1 BY 1 UNTIL VD > WS-Voided-Count.
           IF WS-Voided-Found > 0 THEN
               EXIT SECTION
           END-IF.
      *    A deposit sold: sales debited back, liability credited. A
      *    deposit refunded with its goods the other way round.
           IF SDT-Txn-Type = "R" THEN
               SUBTRACT SDT-Line-Total FROM WS-Gl-Sales
               ADD SDT-Line-Total TO WS-Gl-Deposit-Liability
               SUBTRACT SDT-Line-Total FROM WS-Gl-Dep-Collected
           ELSE
               ADD SDT-Line-Total TO WS-Gl-Sales
               SUBTRACT SDT-Line-Total FROM WS-Gl-Deposit-Liability
               ADD SDT-Line-Total TO WS-Gl-Dep-Collected
           END-IF.

       Match-One-Voided-Detail-Section SECTION. *> This line's txn?
           IF WS-Voided-Txn(VD) = SDT-Txn-Number THEN
               MOVE VD TO WS-Voided-Found
           END-IF.

       Load-One-Deposit-Code-Section SECTION. *> One item's companion
           READ Item-Master-File NEXT RECORD
               AT END
                   SET WS-Item-EOF TO TRUE
               NOT AT END
                   IF ITM-Linked-Code NOT = SPACES THEN
                       MOVE ITM-Linked-Code TO WS-Dpc-Cur-Code
                       PERFORM Find-Deposit-Code-Section
                       IF WS-Dpc-Found = 0
                               AND WS-Dpc-Count < WS-Dpc-Max THEN
                           ADD 1 TO WS-Dpc-Count
                           MOVE ITM-Linked-Code
                               TO WS-Dpc-Code(WS-Dpc-Count)
                       END-IF
                   END-IF
           END-READ.

       Find-Deposit-Code-Section SECTION. *> WS-Dpc-Cur-Code known?
           MOVE 0 TO WS-Dpc-Found.
           PERFORM Match-One-Deposit-Code-Section
               VARYING DPC FROM 1 BY 1 UNTIL DPC > WS-Dpc-Count.

       Match-One-Deposit-Code-Section SECTION. *> Try one table entry
           IF WS-Dpc-Code(DPC) = WS-Dpc-Cur-Code THEN
               MOVE DPC TO WS-Dpc-Found
           END-IF.

       Tally-Tax-Category-Section SECTION. *> Into its payable line
           MOVE 0 TO WS-Txc-Found.
           PERFORM Match-One-Tax-Cat-Section
           MOVE WS-Gl-Discounts TO WS-Post-Amount.
           PERFORM Print-One-Posting-Section.

      *    Net of the day: credit when more deposits were collected
      *    than paid back on empties, debit the other way.
           MOVE "CONTAINER DEPOSIT LIAB" TO WS-Post-Account.
           MOVE WS-Gl-Deposit-Liability TO WS-Post-Amount.
           PERFORM Print-One-Posting-Section.
           IF WS-Gl-Dep-Collected NOT = 0
                   OR WS-Gl-Dep-Refunded NOT = 0 THEN
               MOVE WS-Gl-Dep-Collected TO WS-Disp-Control
               MOVE SPACES TO Gl-Line-Record
               STRING "  (deposits collected " DELIMITED BY SIZE
                      WS-Disp-Control DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO Gl-Line-Record
               WRITE Gl-Line-Record
               MOVE WS-Gl-Dep-Refunded TO WS-Disp-Control
               MOVE SPACES TO Gl-Line-Record
               STRING "  (deposits refunded  " DELIMITED BY SIZE
                      WS-Disp-Control DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO Gl-Line-Record
               WRITE Gl-Line-Record
           END-IF.

           MOVE "CONTROL TOTAL (MUST BE ZERO): $0.00"
               TO Gl-Line-Record.
           WRITE Gl-Line-Record.
