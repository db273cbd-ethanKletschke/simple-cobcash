      *Supplier invoice match: the three-way check between what we
      *ordered (POMASTER.DAT), what goods receiving actually booked
      *in against it (PO-Qty-Received) and what the supplier bills.
      *Invoice lines are keyed at the console by supplier code, invoice
      *and PO number (or batched in from INVOICE.DAT when
      *COBCASH_BATCH is set) onto the invoice register (SUPINVC.DAT).
      *Every line not yet cleared is then matched against its PO line
      *and the unit cost receiving left on the item master. Short
      *shipped lines, lines billed at a different cost and lines
      *billed but never received land on the exceptions report
      *(INVMATCH.TXT); invoices with no exception at all are listed
      *as clear to pay, so nobody pays whatever arrives any more.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvoiceMatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The invoice register - keyed onto, then walked end to end
      *    by supplier and invoice for the match.
           SELECT Supplier-Invoice-File ASSIGN TO "SUPINVC.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIV-Key
           FILE STATUS IS WS-Supplier-Invoice-Status.
      *    Feeds invoice lines in non-interactively when
      *    COBCASH_BATCH is set, instead of prompting a clerk
           SELECT Invoice-Line-File ASSIGN TO "INVOICE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Invoice-Line-Status.
      *    Purchase order lines - what was ordered and received
           SELECT Purch-Order-File ASSIGN TO "POMASTER.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PO-Key
           FILE STATUS IS WS-Purch-Order-Status.
      *    Item master, for the unit cost captured at receiving
           SELECT Item-Master-File ASSIGN TO "ITEMMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITM-Item-Code
           FILE STATUS IS WS-Item-Master-Status.
      *    The exceptions report and clear-to-pay list
           SELECT Match-Report-File ASSIGN TO "INVMATCH.TXT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Supplier-Invoice-File.
           COPY "SupplierInvoiceRecord.cpy".

       FD  Invoice-Line-File.
           COPY "InvoiceLineRecord.cpy".

       FD  Purch-Order-File.
           COPY "PurchOrderRecord.cpy".

       FD  Item-Master-File.
           COPY "ItemMasterRecord.cpy".

       FD  Match-Report-File.
       01  Report-Line-Record PIC X(110).

       WORKING-STORAGE SECTION.
      *File status for the invoice register ("00" = OK)
       01  WS-Supplier-Invoice-Status PIC X(02).
           88 WS-Supplier-Invoice-OK VALUE "00".
      *File status for the batched invoice line file
       01  WS-Invoice-Line-Status PIC X(02).
           88 WS-Invoice-Line-OK VALUE "00".
      *File status for the purchase order file
       01  WS-Purch-Order-Status PIC X(02).
           88 WS-Purch-Order-OK VALUE "00".
      *File status for the item master file
       01  WS-Item-Master-Status PIC X(02).
           88 WS-Item-Master-OK VALUE "00".
      *"Y" once the item master opened - judged once at OPEN, since
      *the live status turns "23" on the first unknown code
       01  WS-Item-Master-Opened-Flag PIC X(01) VALUE "N".
           88 WS-Item-Master-Opened VALUE "Y".
      *"Y" once the batched invoice file runs out of lines
       01  WS-Invoice-Line-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Invoice-Line-EOF VALUE "Y".
      *"Y" once a register walk runs out of records
       01  WS-Register-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Register-EOF VALUE "Y".
      *"Y" when COBCASH_BATCH is set - lines then come from INVOICE.DAT
       01  WS-Batch-Flag PIC X(01) VALUE "N".
           88 WS-Batch-Mode-On VALUE "Y".
      *Holds the COBCASH_BATCH environment variable, if any
       01  WS-Batch-Env-Value PIC X(01) VALUE SPACES.

      *One invoice being keyed at the console - the heading fields
      *stay put while its lines are keyed one after another.
       01  WS-Invoice-Entry.
           05 WS-Entry-Supplier-Code PIC X(06) VALUE SPACES.
           05 WS-Entry-Invoice-Number PIC X(12) VALUE SPACES.
           05 WS-Entry-PO-Number PIC 9(06) VALUE 0.
           05 WS-Entry-Invoice-Date PIC X(10) VALUE SPACES.
           05 WS-Entry-Item-Code PIC X(10) VALUE SPACES.
           05 WS-Entry-Qty-Billed PIC 9(05)V99 VALUE 0.
           05 WS-Entry-Unit-Cost PIC 9(06)V99 VALUE 0.
      *    Outcome of the last line put on the register
           05 WS-Entry-Message PIC X(40) VALUE SPACES.

      *Invoices met on this run's match walk. The register is read in
      *key order, so an invoice's lines arrive together and only the
      *newest entry is ever added to.
       01  WS-Invoices.
           05 WS-Inv-Count PIC 9(04) COMP VALUE 0.
           05 WS-Inv-Max PIC 9(04) COMP VALUE 500.
           05 WS-Inv-Entry OCCURS 500 TIMES.
               10 WS-Inv-Supplier PIC X(06).
               10 WS-Inv-Number PIC X(12).
               10 WS-Inv-PO-Number PIC 9(06).
               10 WS-Inv-Date PIC X(10).
               10 WS-Inv-Amount PIC 9(07)V99.
               10 WS-Inv-Exceptions PIC 9(04) COMP.
           05 IV PIC 9(04) COMP VALUE 0.
           05 WS-Inv-Found PIC 9(04) COMP VALUE 0.

      *Exceptions raised against the line being matched
       01  WS-Line-Exceptions PIC 9(02) COMP VALUE 0.
      *What the line's exception reads as on the report
       01  WS-Exception-Text PIC X(60) VALUE SPACES.
      *The billed line, extended, and its cost gap to what's on file
       01  WS-Line-Amount PIC 9(07)V99 VALUE 0.
       01  WS-Cost-Gap PIC S9(07)V99 VALUE 0.
      *Run totals
       01  WS-Match-Totals.
           05 WS-Lines-Keyed PIC 9(05) VALUE 0.
           05 WS-Lines-Matched PIC 9(05) VALUE 0.
           05 WS-Exception-Count PIC 9(05) VALUE 0.
           05 WS-Clear-Count PIC 9(04) VALUE 0.
           05 WS-Clear-Value PIC 9(09)V99 VALUE 0.
           05 WS-Overbilled-Value PIC S9(09)V99 VALUE 0.
      *Edited figures for the report lines
       01  WS-Disp-Match-Fields.
           05 WS-Disp-Billed PIC ZZZZ9.99.
           05 WS-Disp-Received PIC ZZZZ9.99.
           05 WS-Disp-Ordered PIC ZZZZ9.
           05 WS-Disp-Cost-Billed PIC $ZZZZ9.99.
           05 WS-Disp-Cost-File PIC $ZZZZ9.99.
           05 WS-Disp-Gap PIC -$$,$$$,$$9.99.
           05 WS-Disp-Amount PIC $$$,$$$,$$9.99.
           05 WS-Disp-Count PIC ZZZZ9.
      *Today's date, stamped on the register and the report
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Register invoices, then match them
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.

      *    Support staff set COBCASH_BATCH=Y to load invoice lines
      *    from INVOICE.DAT instead of keying them.
           ACCEPT WS-Batch-Env-Value FROM ENVIRONMENT "COBCASH_BATCH"
           IF WS-Batch-Env-Value = "Y" OR WS-Batch-Env-Value = "y" THEN
               SET WS-Batch-Mode-On TO TRUE
           END-IF.

           OPEN I-O Supplier-Invoice-File.
           IF WS-Supplier-Invoice-Status = "35" THEN
      *        First invoice ever - start the register off empty
               OPEN OUTPUT Supplier-Invoice-File
               CLOSE Supplier-Invoice-File
               OPEN I-O Supplier-Invoice-File
           END-IF.
           IF NOT WS-Supplier-Invoice-OK THEN
               DISPLAY "Invoice register won't open (status "
                   WS-Supplier-Invoice-Status ")"
               STOP RUN
           END-IF.

           IF WS-Batch-Mode-On THEN
               OPEN INPUT Invoice-Line-File
               IF WS-Invoice-Line-OK THEN
                   PERFORM Get-Invoice-Line-Section
                       UNTIL WS-Invoice-Line-EOF
                   CLOSE Invoice-Line-File
               ELSE
                   DISPLAY "No invoice file (INVOICE.DAT) to load"
               END-IF
           ELSE
               PERFORM Key-One-Invoice-Section
                   WITH TEST AFTER
                   UNTIL WS-Entry-Supplier-Code = SPACES
           END-IF.

      *    Nothing can be matched without the order lines
           OPEN INPUT Purch-Order-File.
           IF NOT WS-Purch-Order-OK THEN
               DISPLAY "No purchase orders (POMASTER.DAT) to match "
                   "against (status " WS-Purch-Order-Status ")"
               CLOSE Supplier-Invoice-File
               STOP RUN
           END-IF.
           OPEN INPUT Item-Master-File.
           IF WS-Item-Master-OK THEN
               SET WS-Item-Master-Opened TO TRUE
           END-IF.

           OPEN OUTPUT Match-Report-File.
           PERFORM Print-Report-Heading-Section.

           MOVE "N" TO WS-Register-EOF-Flag.
           MOVE LOW-VALUES TO SIV-Key.
           START Supplier-Invoice-File KEY IS NOT LESS THAN SIV-Key
               INVALID KEY
                   SET WS-Register-EOF TO TRUE
           END-START.
           PERFORM Match-One-Line-Section
               UNTIL WS-Register-EOF.

      *    Only now is each invoice's exception count final - a
      *    second walk clears the lines of every clean invoice.
           PERFORM Print-Clear-Heading-Section.
           PERFORM Print-One-Clear-Invoice-Section
               VARYING IV FROM 1 BY 1 UNTIL IV > WS-Inv-Count.

           MOVE "N" TO WS-Register-EOF-Flag.
           MOVE LOW-VALUES TO SIV-Key.
           START Supplier-Invoice-File KEY IS NOT LESS THAN SIV-Key
               INVALID KEY
                   SET WS-Register-EOF TO TRUE
           END-START.
           PERFORM Clear-One-Line-Section
               UNTIL WS-Register-EOF.

           PERFORM Print-Report-Footer-Section.
           CLOSE Match-Report-File.
           IF WS-Item-Master-Opened THEN
               CLOSE Item-Master-File
           END-IF.
           CLOSE Purch-Order-File.
           CLOSE Supplier-Invoice-File.
           DISPLAY "Invoice match written to INVMATCH.TXT".
           STOP RUN.

       Get-Invoice-Line-Section SECTION. *> Pull in one batch line
           READ Invoice-Line-File
               AT END
                   SET WS-Invoice-Line-EOF TO TRUE
               NOT AT END
                   MOVE INV-Supplier-Code TO WS-Entry-Supplier-Code
                   MOVE INV-Invoice-Number TO WS-Entry-Invoice-Number
                   MOVE INV-PO-Number TO WS-Entry-PO-Number
                   MOVE INV-Invoice-Date TO WS-Entry-Invoice-Date
                   MOVE INV-Item-Code TO WS-Entry-Item-Code
                   MOVE INV-Qty-Billed TO WS-Entry-Qty-Billed
                   MOVE INV-Unit-Cost TO WS-Entry-Unit-Cost
                   PERFORM Register-Invoice-Line-Section
      *            A bad line in a batched file has no clerk looking
      *            at a screen - say so on the console.
                   IF WS-Entry-Message NOT = "On register" THEN
                       DISPLAY WS-Entry-Supplier-Code " "
                           WS-Entry-Invoice-Number " "
                           WS-Entry-Item-Code " " WS-Entry-Message
                   END-IF
           END-READ.

       Key-One-Invoice-Section SECTION. *> One invoice's heading
           DISPLAY " ".
           DISPLAY "Supplier code (blank=done keying):".
           MOVE SPACES TO WS-Entry-Supplier-Code.
           ACCEPT WS-Entry-Supplier-Code.
           IF WS-Entry-Supplier-Code = SPACES THEN
               EXIT SECTION
           END-IF.
           DISPLAY "Invoice number:".
           MOVE SPACES TO WS-Entry-Invoice-Number.
           ACCEPT WS-Entry-Invoice-Number.
           IF WS-Entry-Invoice-Number = SPACES THEN
               DISPLAY "Invoice number is required"
               EXIT SECTION
           END-IF.
           DISPLAY "PO number:".
           MOVE 0 TO WS-Entry-PO-Number.
           ACCEPT WS-Entry-PO-Number.
           DISPLAY "Invoice date (yyyy/mm/dd, blank=today):".
           MOVE SPACES TO WS-Entry-Invoice-Date.
           ACCEPT WS-Entry-Invoice-Date.
           IF WS-Entry-Invoice-Date = SPACES THEN
               MOVE WS-Date TO WS-Entry-Invoice-Date
           END-IF.

           PERFORM Key-One-Invoice-Line-Section
               WITH TEST AFTER
               UNTIL WS-Entry-Item-Code = SPACES.

       Key-One-Invoice-Line-Section SECTION. *> One billed line
           DISPLAY "Item code (blank=end of invoice):".
           MOVE SPACES TO WS-Entry-Item-Code.
           ACCEPT WS-Entry-Item-Code.
           IF WS-Entry-Item-Code = SPACES THEN
               EXIT SECTION
           END-IF.
           DISPLAY "Qty billed:".
           MOVE 0 TO WS-Entry-Qty-Billed.
           ACCEPT WS-Entry-Qty-Billed.
           DISPLAY "Unit cost billed:".
           MOVE 0 TO WS-Entry-Unit-Cost.
           ACCEPT WS-Entry-Unit-Cost.
           PERFORM Register-Invoice-Line-Section.
           DISPLAY WS-Entry-Message.

       Register-Invoice-Line-Section SECTION. *> One line on file
           MOVE SPACES TO WS-Entry-Message.

           IF WS-Entry-Supplier-Code = SPACES
                   OR WS-Entry-Invoice-Number = SPACES THEN
               MOVE "Supplier and invoice are required"
                   TO WS-Entry-Message
           ELSE
           IF WS-Entry-PO-Number = 0 THEN
      *        Nothing to match an unreferenced bill against - it
      *        goes back to the supplier for a PO number.
               MOVE "PO number is required" TO WS-Entry-Message
           ELSE
           IF WS-Entry-Item-Code = SPACES
                   OR WS-Entry-Qty-Billed = 0 THEN
               MOVE "Item code and qty billed are required"
                   TO WS-Entry-Message
           ELSE
               MOVE WS-Entry-Supplier-Code TO SIV-Supplier-Code
               MOVE WS-Entry-Invoice-Number TO SIV-Invoice-Number
               MOVE WS-Entry-Item-Code TO SIV-Item-Code
               MOVE WS-Entry-PO-Number TO SIV-PO-Number
               MOVE WS-Entry-Invoice-Date TO SIV-Invoice-Date
               MOVE WS-Entry-Qty-Billed TO SIV-Qty-Billed
               MOVE WS-Entry-Unit-Cost TO SIV-Unit-Cost
               SET SIV-Is-Open TO TRUE
               MOVE WS-Date TO SIV-Entered-Date
               WRITE Supplier-Invoice-Record
                   INVALID KEY
      *                The same item billed twice on one invoice is a
      *                duplicate keying, not a second line.
                       MOVE "Line already on register"
                           TO WS-Entry-Message
                   NOT INVALID KEY
                       MOVE "On register" TO WS-Entry-Message
                       ADD 1 TO WS-Lines-Keyed
               END-WRITE
           END-IF
           END-IF
           END-IF.

       Match-One-Line-Section SECTION. *> One billed line checked
           READ Supplier-Invoice-File NEXT RECORD
               AT END
                   SET WS-Register-EOF TO TRUE
           END-READ.
           IF WS-Register-EOF OR SIV-Is-Clear THEN
      *        Invoices already cleared were settled on an earlier
      *        run and stay off this one.
               EXIT SECTION
           END-IF.

           PERFORM Find-Invoice-Entry-Section.
           COMPUTE WS-Line-Amount ROUNDED =
               SIV-Qty-Billed * SIV-Unit-Cost.
           IF WS-Inv-Found > 0 THEN
               ADD WS-Line-Amount TO WS-Inv-Amount(WS-Inv-Found)
           END-IF.
           MOVE 0 TO WS-Line-Exceptions.
           ADD 1 TO WS-Lines-Matched.

           MOVE SIV-PO-Number TO PO-Number.
           MOVE SIV-Item-Code TO PO-Item-Code.
           READ Purch-Order-File
               INVALID KEY
      *            Billed for something we never ordered on that PO -
      *            as good as billed but never received.
                   MOVE "BILLED NOT ON PO" TO WS-Exception-Text
                   PERFORM Print-Exception-Section
               NOT INVALID KEY
                   PERFORM Check-PO-Line-Section
           END-READ.

           IF WS-Line-Exceptions > 0 THEN
               SET SIV-Is-Exception TO TRUE
               IF WS-Inv-Found > 0 THEN
                   ADD WS-Line-Exceptions
                       TO WS-Inv-Exceptions(WS-Inv-Found)
               END-IF
           ELSE
               SET SIV-Is-Matched TO TRUE
           END-IF.
           REWRITE Supplier-Invoice-Record.

       Find-Invoice-Entry-Section SECTION. *> This line's invoice row
      *    Lines come off the register in key order, so a new invoice
      *    is simply one that isn't the newest row.
           MOVE WS-Inv-Count TO WS-Inv-Found.
           IF WS-Inv-Found > 0 THEN
               IF WS-Inv-Supplier(WS-Inv-Found) = SIV-Supplier-Code
                       AND WS-Inv-Number(WS-Inv-Found)
                           = SIV-Invoice-Number THEN
                   EXIT SECTION
               END-IF
           END-IF.
           IF WS-Inv-Count < WS-Inv-Max THEN
               ADD 1 TO WS-Inv-Count
               MOVE WS-Inv-Count TO WS-Inv-Found
               MOVE SIV-Supplier-Code TO WS-Inv-Supplier(WS-Inv-Found)
               MOVE SIV-Invoice-Number TO WS-Inv-Number(WS-Inv-Found)
               MOVE SIV-PO-Number TO WS-Inv-PO-Number(WS-Inv-Found)
               MOVE SIV-Invoice-Date TO WS-Inv-Date(WS-Inv-Found)
               MOVE 0 TO WS-Inv-Amount(WS-Inv-Found)
               MOVE 0 TO WS-Inv-Exceptions(WS-Inv-Found)
           ELSE
      *        Past the table's end the line is still matched and
      *        reported, but its invoice can't be cleared this run.
               MOVE 0 TO WS-Inv-Found
           END-IF.

       Check-PO-Line-Section SECTION. *> Billed vs ordered/received
           MOVE SIV-Qty-Billed TO WS-Disp-Billed.
           MOVE PO-Qty-Received TO WS-Disp-Received.
           MOVE PO-Qty-Ordered TO WS-Disp-Ordered.

      *    A PO line from somebody else is billed by the wrong
      *    supplier whatever the quantities say.
           IF PO-Supplier-Code NOT = SIV-Supplier-Code THEN
               MOVE SPACES TO WS-Exception-Text
               STRING "PO IS FOR SUPPLIER " DELIMITED BY SIZE
                      PO-Supplier-Code DELIMITED BY SIZE
                   INTO WS-Exception-Text
               PERFORM Print-Exception-Section
           END-IF.

      *    Nothing booked in at all, or less booked in than billed.
      *    Billing only what arrived on a short delivery is fine -
      *    the rest of the PO line stays outstanding for later.
           IF PO-Qty-Received = 0 THEN
               MOVE SPACES TO WS-Exception-Text
               STRING "BILLED NOT RECEIVED billed" DELIMITED BY SIZE
                      WS-Disp-Billed DELIMITED BY SIZE
                      " ordered" DELIMITED BY SIZE
                      WS-Disp-Ordered DELIMITED BY SIZE
                   INTO WS-Exception-Text
               PERFORM Print-Exception-Section
           ELSE
           IF SIV-Qty-Billed > PO-Qty-Received THEN
               MOVE SPACES TO WS-Exception-Text
               STRING "SHORT SHIPPED billed" DELIMITED BY SIZE
                      WS-Disp-Billed DELIMITED BY SIZE
                      " recvd" DELIMITED BY SIZE
                      WS-Disp-Received DELIMITED BY SIZE
                      " ordered" DELIMITED BY SIZE
                      WS-Disp-Ordered DELIMITED BY SIZE
                   INTO WS-Exception-Text
               PERFORM Print-Exception-Section
           END-IF
           END-IF.

      *    The cost receiving put on the item master is what we agreed
      *    to pay. Zero on file means the delivery came in without a
      *    cost, so there is nothing to hold the bill against.
           IF NOT WS-Item-Master-Opened THEN
               EXIT SECTION
           END-IF.
           MOVE SIV-Item-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   MOVE 0 TO ITM-Unit-Cost
           END-READ.
           IF ITM-Unit-Cost > 0
                   AND SIV-Unit-Cost NOT = ITM-Unit-Cost THEN
               COMPUTE WS-Cost-Gap ROUNDED =
                   (SIV-Unit-Cost - ITM-Unit-Cost) * SIV-Qty-Billed
               ADD WS-Cost-Gap TO WS-Overbilled-Value
               MOVE SIV-Unit-Cost TO WS-Disp-Cost-Billed
               MOVE ITM-Unit-Cost TO WS-Disp-Cost-File
               MOVE WS-Cost-Gap TO WS-Disp-Gap
               MOVE SPACES TO WS-Exception-Text
               STRING "COST DIFFERENCE billed" DELIMITED BY SIZE
                      WS-Disp-Cost-Billed DELIMITED BY SIZE
                      " file" DELIMITED BY SIZE
                      WS-Disp-Cost-File DELIMITED BY SIZE
                      WS-Disp-Gap DELIMITED BY SIZE
                   INTO WS-Exception-Text
               PERFORM Print-Exception-Section
           END-IF.

       Print-Exception-Section SECTION. *> One exception on the report
           ADD 1 TO WS-Line-Exceptions.
           ADD 1 TO WS-Exception-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "  " DELIMITED BY SIZE
                  SIV-Supplier-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SIV-Invoice-Number DELIMITED BY SIZE
                  " PO " DELIMITED BY SIZE
                  SIV-PO-Number DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SIV-Item-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Exception-Text DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-One-Clear-Invoice-Section SECTION. *> A clean invoice
           IF WS-Inv-Exceptions(IV) > 0 THEN
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-Clear-Count.
           ADD WS-Inv-Amount(IV) TO WS-Clear-Value.
           MOVE WS-Inv-Amount(IV) TO WS-Disp-Amount.
           MOVE SPACES TO Report-Line-Record.
           STRING "  " DELIMITED BY SIZE
                  WS-Inv-Supplier(IV) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Inv-Number(IV) DELIMITED BY SIZE
                  " PO " DELIMITED BY SIZE
                  WS-Inv-PO-Number(IV) DELIMITED BY SIZE
                  " dated " DELIMITED BY SIZE
                  WS-Inv-Date(IV) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Clear-One-Line-Section SECTION. *> Settle a clean invoice's line
           READ Supplier-Invoice-File NEXT RECORD
               AT END
                   SET WS-Register-EOF TO TRUE
           END-READ.
           IF WS-Register-EOF OR NOT SIV-Is-Matched THEN
               EXIT SECTION
           END-IF.

           MOVE 0 TO WS-Inv-Found.
           PERFORM Match-Invoice-Row-Section
               VARYING IV FROM 1 BY 1 UNTIL IV > WS-Inv-Count.
           IF WS-Inv-Found > 0 THEN
               IF WS-Inv-Exceptions(WS-Inv-Found) = 0 THEN
                   SET SIV-Is-Clear TO TRUE
                   REWRITE Supplier-Invoice-Record
               END-IF
           END-IF.

       Match-Invoice-Row-Section SECTION. *> Try one invoice row
           IF WS-Inv-Supplier(IV) = SIV-Supplier-Code
                   AND WS-Inv-Number(IV) = SIV-Invoice-Number THEN
               MOVE IV TO WS-Inv-Found
           END-IF.

       Print-Report-Heading-Section SECTION. *> The report's heading
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.

           MOVE SPACES TO Report-Line-Record.
           STRING "Supplier Invoice Match     " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.

           MOVE "Exceptions - Hold For Query" TO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-Clear-Heading-Section SECTION. *> Start of the pay list
           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "Invoices Clear To Pay" TO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-Report-Footer-Section SECTION. *> The run's summary
           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.

           MOVE WS-Exception-Count TO WS-Disp-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "Exceptions: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.

           MOVE WS-Overbilled-Value TO WS-Disp-Gap.
           MOVE SPACES TO Report-Line-Record.
           STRING "Net billed over cost on file: " DELIMITED BY SIZE
                  WS-Disp-Gap DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

           MOVE WS-Clear-Count TO WS-Disp-Count.
           MOVE WS-Clear-Value TO WS-Disp-Amount.
           MOVE SPACES TO Report-Line-Record.
           STRING "Clear to pay: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  " invoices, " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.
       END PROGRAM InvoiceMatch.
