      *total paid, total change given). The journal is one fixed-format
      *record per transaction, written by CobCash as each receipt
      *commits, so reconciliation no longer re-opens every receipt
      *file and pattern-matches its text. Container deposits get their
      *own section - what the deposit lines collected against what
      *empties returned paid back, in cash or as credit off a sale.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The transaction journal - one record per receipt and per
      *    void - read from the first record of the day's range on
      *    its transaction number or date key.
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           FILE STATUS IS WS-Txn-Journal-Status.
      *    The business-day control record - when it shows a closed
      *    day, the summary covers exactly that day's transaction
           FILE STATUS IS WS-Day-Control-Status.
      *    The item-level sales detail, for the department summary
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
      *    The reconciliation summary this program produces
           SELECT Summary-File ASSIGN TO "EODSUMRY.TXT"
           ORGANIZATION LINE SEQUENTIAL.
       FD  Sales-Detail-File.
           COPY "SalesDetailRecord.cpy".

       FD  Item-Master-File.
           COPY "ItemMasterRecord.cpy".

       FD  Summary-File.
       01  Summary-Line-Record PIC X(80).

           05 WS-Seen-Entry OCCURS 5000 TIMES.
               10 WS-Seen-Txn-Number PIC 9(10).
               10 WS-Seen-Type PIC X(01).
               10 WS-Seen-Tender PIC X(04).
               10 WS-Seen-Owed PIC 9(06)V99.
               10 WS-Seen-Paid PIC 9(06)V99.
               10 WS-Seen-Change PIC 9(06)V99.
           05 WS-Disp-Dep-Units PIC ZZZ,ZZ9.99-.
           05 WS-Disp-Dep-Revenue PIC $$$,$$$,$$9.99-.
           05 WS-Disp-Dep-Share PIC ZZ9.9.
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
      *Transactions a void reversed - their detail lines stay out of
      *the deposit figures the way their money came out of the totals
       01  WS-Voided-Txns.
           05 WS-Voided-Count PIC 9(04) COMP VALUE 0.
           05 WS-Voided-Max PIC 9(04) COMP VALUE 2000.
           05 WS-Voided-Txn PIC 9(10) OCCURS 2000 TIMES.
           05 VD PIC 9(04) COMP VALUE 0.
           05 WS-Voided-Found PIC 9(04) COMP VALUE 0.
      *Container deposits: collected on the deposit lines sold (less
      *any refunded with their goods), and paid back on empties -
      *in cash out of the drawer, or as credit off a sale
       01  WS-Cdp-Totals.
           05 WS-Cdp-Collected PIC S9(09)V99 VALUE 0.
           05 WS-Cdp-Units-Sold PIC S9(07)V99 VALUE 0.
           05 WS-Cdp-Cash-Back PIC 9(09)V99 VALUE 0.
           05 WS-Cdp-Credit-Back PIC 9(09)V99 VALUE 0.
           05 WS-Cdp-Units-Back PIC 9(07)V99 VALUE 0.
           05 WS-Cdp-Returns PIC 9(06) VALUE 0.
           05 WS-Cdp-Net-Held PIC S9(09)V99 VALUE 0.
      *Edited fields for the deposit lines
       01  WS-Disp-Cdp-Fields.
           05 WS-Disp-Cdp-Amount PIC $$$,$$$,$$9.99-.
           05 WS-Disp-Cdp-Count PIC ZZZ,ZZ9.99-.
           05 WS-Disp-Cdp-Returns PIC ZZZ,ZZ9.
      *Today's date, for picking today's records and the heading
       01  WS-Date PIC 9999/99/99.
      *File status for the day-control record

           OPEN OUTPUT Summary-File.

      *    The deposit codes first - the detail pass below needs
      *    them to tell a deposit line from an ordinary one.
           OPEN INPUT Item-Master-File.
           IF WS-Item-Master-OK THEN
               PERFORM Load-One-Deposit-Code-Section
                   UNTIL WS-Item-EOF
               CLOSE Item-Master-File
           END-IF.

           OPEN INPUT Txn-Journal-File.
           IF WS-Txn-Journal-OK THEN
               PERFORM Start-Journal-Section
               PERFORM Read-Journal-Record-Section
                   UNTIL WS-Journal-EOF
               CLOSE Txn-Journal-File
      *    the summary's department section.
           OPEN INPUT Sales-Detail-File.
           IF WS-Sales-Detail-OK THEN
               PERFORM Start-Detail-Section
               PERFORM Read-Detail-Record-Section
                   UNTIL WS-Detail-EOF
               CLOSE Sales-Detail-File
           CLOSE Summary-File.
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
      *                Past the last record the run covers
                       SET WS-Journal-EOF TO TRUE
                   ELSE
                       PERFORM Tally-Journal-Record-Section
                   END-IF
           END-READ.

       Tally-Journal-Record-Section SECTION. *> Add this record's part
                       ADD 1 TO WS-Txn-Count
                       PERFORM Net-Out-Refund-Section
                       PERFORM Remember-Txn-Section
                   WHEN TJR-Txn-Type = "C"
      *                Empties paid back in cash net out like a
      *                refund; empties taken as credit moved no money
      *                of their own - the sale they came off is short
      *                by them already.
                       ADD 1 TO WS-Txn-Count
                       ADD 1 TO WS-Cdp-Returns
                       IF TJR-Tender = "Cash" THEN
                           PERFORM Net-Out-Refund-Section
                           ADD TJR-Owed TO WS-Cdp-Cash-Back
                       ELSE
                           ADD TJR-Owed TO WS-Cdp-Credit-Back
                       END-IF
                       PERFORM Remember-Txn-Section
                   WHEN TJR-Txn-Type = "V"
                       ADD 1 TO WS-Void-Count
                       IF TJR-Void-Ref > 0 THEN
                           PERFORM Net-Out-Voided-Txn-Section
                           IF WS-Voided-Count < WS-Voided-Max THEN
                               ADD 1 TO WS-Voided-Count
                               MOVE TJR-Void-Ref
                                   TO WS-Voided-Txn(WS-Voided-Count)
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
               MOVE TJR-Txn-Number
                   TO WS-Seen-Txn-Number(WS-Seen-Count)
               MOVE TJR-Txn-Type TO WS-Seen-Type(WS-Seen-Count)
               MOVE TJR-Tender TO WS-Seen-Tender(WS-Seen-Count)
               MOVE TJR-Owed TO WS-Seen-Owed(WS-Seen-Count)
               MOVE TJR-Paid TO WS-Seen-Paid(WS-Seen-Count)
               MOVE TJR-Change TO WS-Seen-Change(WS-Seen-Count)
               VARYING K FROM 1 BY 1 UNTIL K > WS-Seen-Count.

           IF WS-Seen-Found > 0 THEN
               EVALUATE TRUE
                   WHEN WS-Seen-Type(WS-Seen-Found) = "R"
      *                Voiding a refund puts its netted-out figures
      *                back
                       ADD WS-Seen-Owed(WS-Seen-Found) TO WS-Total-Owed
                       ADD WS-Seen-Paid(WS-Seen-Found) TO WS-Total-Paid
                   WHEN WS-Seen-Type(WS-Seen-Found) = "C"
                       PERFORM Undo-Container-Return-Section
                   WHEN OTHER
                       PERFORM Subtract-Seen-Txn-Section
               END-EVALUATE
           END-IF.

       Undo-Container-Return-Section SECTION. *> A voided empties return
           SUBTRACT 1 FROM WS-Cdp-Returns.
           IF WS-Seen-Tender(WS-Seen-Found) = "Cash" THEN
               ADD WS-Seen-Owed(WS-Seen-Found) TO WS-Total-Owed
               ADD WS-Seen-Paid(WS-Seen-Found) TO WS-Total-Paid
               SUBTRACT WS-Seen-Owed(WS-Seen-Found)
                   FROM WS-Cdp-Cash-Back
           ELSE
               SUBTRACT WS-Seen-Owed(WS-Seen-Found)
                   FROM WS-Cdp-Credit-Back
           END-IF.

       Find-Seen-Txn-Section SECTION. *> Match the void's original
                   FROM WS-Total-Change
           END-IF.

       Start-Detail-Section SECTION. *> Scoped the way the journal is
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

       Read-Detail-Record-Section SECTION. *> Pull one detail record
           READ Sales-Detail-File NEXT RECORD
               AT END
                   SET WS-Detail-EOF TO TRUE
               NOT AT END
      *            Scoped exactly the way the journal records are
                   IF (WS-Range-Mode
                           AND SDT-Txn-Number > WS-Range-To)
                       OR (NOT WS-Range-Mode
                           AND SDT-Date NOT = WS-Date) THEN
                       SET WS-Detail-EOF TO TRUE
                   ELSE
                       PERFORM Tally-Detail-Line-Section
                   END-IF
           END-READ.

       Tally-Detail-Line-Section SECTION. *> Department and deposits
      *    Returned empties are no department's revenue - they only
      *    count toward the deposits paid back.
           IF SDT-Txn-Type = "C" THEN
               PERFORM Check-Voided-Section
               IF WS-Voided-Found = 0 THEN
                   ADD SDT-Qty TO WS-Cdp-Units-Back
               END-IF
               EXIT SECTION
           END-IF.
           PERFORM Tally-Dept-Section.

      *    A deposit line sold collects its deposit; one refunded
      *    with its goods hands it back the same way.
           MOVE SDT-Item-Code TO WS-Dpc-Cur-Code.
           PERFORM Find-Deposit-Code-Section.
           IF WS-Dpc-Found = 0 THEN
               EXIT SECTION
           END-IF.
           PERFORM Check-Voided-Section.
           IF WS-Voided-Found > 0 THEN
               EXIT SECTION
           END-IF.
           IF SDT-Txn-Type = "R" THEN
               SUBTRACT SDT-Line-Total FROM WS-Cdp-Collected
               SUBTRACT SDT-Qty FROM WS-Cdp-Units-Sold
           ELSE
               ADD SDT-Line-Total TO WS-Cdp-Collected
               ADD SDT-Qty TO WS-Cdp-Units-Sold
           END-IF.

       Check-Voided-Section SECTION. *> Was this line's txn voided?
           MOVE 0 TO WS-Voided-Found.
           PERFORM Match-One-Voided-Section
               VARYING VD FROM 1 BY 1 UNTIL VD > WS-Voided-Count.

       Match-One-Voided-Section SECTION. *> Try one voided number
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

       Tally-Dept-Section SECTION. *> One line into its department
           MOVE 0 TO WS-Dep-Found.
           PERFORM Find-Dept-Entry-Section
                   VARYING DE2 FROM 1 BY 1 UNTIL DE2 > WS-Dep-Count
           END-IF.

           IF WS-Cdp-Collected NOT = 0 OR WS-Cdp-Returns > 0 THEN
               PERFORM Print-Deposits-Section
           END-IF.

           DISPLAY Summary-Line-Record.

       Print-Deposits-Section SECTION. *> Collected against refunded
           MOVE SPACES TO Summary-Line-Record.
           WRITE Summary-Line-Record.
           MOVE "Container Deposits" TO Summary-Line-Record.
           WRITE Summary-Line-Record.

           MOVE WS-Cdp-Collected TO WS-Disp-Cdp-Amount.
           MOVE WS-Cdp-Units-Sold TO WS-Disp-Cdp-Count.
           MOVE SPACES TO Summary-Line-Record.
           STRING "  Collected:            " DELIMITED BY SIZE
                  WS-Disp-Cdp-Amount DELIMITED BY SIZE
                  "  units " DELIMITED BY SIZE
                  WS-Disp-Cdp-Count DELIMITED BY SIZE
               INTO Summary-Line-Record.
           WRITE Summary-Line-Record.

           MOVE WS-Cdp-Cash-Back TO WS-Disp-Cdp-Amount.
           MOVE SPACES TO Summary-Line-Record.
           STRING "  Refunded In Cash:     " DELIMITED BY SIZE
                  WS-Disp-Cdp-Amount DELIMITED BY SIZE
               INTO Summary-Line-Record.
           WRITE Summary-Line-Record.

           MOVE WS-Cdp-Credit-Back TO WS-Disp-Cdp-Amount.
           MOVE SPACES TO Summary-Line-Record.
           STRING "  Refunded As Credit:   " DELIMITED BY SIZE
                  WS-Disp-Cdp-Amount DELIMITED BY SIZE
               INTO Summary-Line-Record.
           WRITE Summary-Line-Record.

           MOVE WS-Cdp-Units-Back TO WS-Disp-Cdp-Count.
           MOVE WS-Cdp-Returns TO WS-Disp-Cdp-Returns.
           MOVE SPACES TO Summary-Line-Record.
           STRING "  Empties Returned:     " DELIMITED BY SIZE
                  WS-Disp-Cdp-Count DELIMITED BY SIZE
                  " on " DELIMITED BY SIZE
                  WS-Disp-Cdp-Returns DELIMITED BY SIZE
                  " returns" DELIMITED BY SIZE
               INTO Summary-Line-Record.
           WRITE Summary-Line-Record.

      *    What the day left the store holding for the distributor -
      *    negative when more came back than went out.
           COMPUTE WS-Cdp-Net-Held = WS-Cdp-Collected
               - WS-Cdp-Cash-Back - WS-Cdp-Credit-Back.
           MOVE WS-Cdp-Net-Held TO WS-Disp-Cdp-Amount.
           MOVE SPACES TO Summary-Line-Record.
           STRING "  Net Deposits Held:    " DELIMITED BY SIZE
                  WS-Disp-Cdp-Amount DELIMITED BY SIZE
               INTO Summary-Line-Record.
           WRITE Summary-Line-Record.

       Print-One-Dept-Section SECTION. *> One department's line
           MOVE WS-Dep-Units(DE2) TO WS-Disp-Dep-Units.
           MOVE WS-Dep-Revenue(DE2) TO WS-Disp-Dep-Revenue.
