      *Supervisor inquiry over the electronic journal (TXNJRNL.DAT) -
      *finds a disputed transaction from whatever the customer can
      *tell us: a date range, an amount range, the last four digits
      *of the card, the cashier, the lane, the tender or the type, in
      *any mix. Matching journal records are paged on the terminal;
      *keying one's number opens it - its item lines from
      *SALESDTL.DAT, its tax split from TAXJRNL.DAT, and every void
      *or refund rung against it (TJR-Void-Ref). Read-only, but the
      *journal carries card digits, so the supervisor signs on and
      *the inquiry goes on the audit trail.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JournalInquiry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Cardholder master, to confirm the supervisor
           SELECT Cardholder-File ASSIGN TO "CARDHOLD.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CH-Card-Number
           FILE STATUS IS WS-Cardholder-Status.
      *    Per-cardholder permissions - the inquiry takes MAINT
           SELECT Permission-File ASSIGN TO "PERMLIST.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PER-Card-Number
           FILE STATUS IS WS-Permission-Status.
      *    The privileged-action audit trail
           SELECT Audit-File ASSIGN TO "AUDITLOG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Audit-File-Status.
      *    The transaction journal being searched - over the keyed
      *    date range on its date key, or straight to one opened
      *    transaction on its number
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           FILE STATUS IS WS-Txn-Journal-Status.
      *    The item lines of an opened transaction
           SELECT Sales-Detail-File ASSIGN TO "SALESDTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDT-Key
           ALTERNATE RECORD KEY IS SDT-Date WITH DUPLICATES
           FILE STATUS IS WS-Sales-Detail-Status.
      *    The tax split of an opened transaction
           SELECT Tax-Journal-File ASSIGN TO "TAXJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXJ-Key
           ALTERNATE RECORD KEY IS TXJ-Date WITH DUPLICATES
           FILE STATUS IS WS-Tax-Journal-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Cardholder-File.
           COPY "CardholderRecord.cpy".

       FD  Permission-File.
           COPY "PermissionRecord.cpy".

       FD  Audit-File.
       01  Audit-Log-Record PIC X(140).

       FD  Txn-Journal-File.
           COPY "TxnJournalRecord.cpy".

       FD  Sales-Detail-File.
           COPY "SalesDetailRecord.cpy".

       FD  Tax-Journal-File.
           COPY "TaxJournalRecord.cpy".

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Cardholder-Status PIC X(02).
           88 WS-Cardholder-OK VALUE "00".
       01  WS-Permission-Status PIC X(02).
           88 WS-Permission-OK VALUE "00".
       01  WS-Audit-File-Status PIC X(02).
       01  WS-Txn-Journal-Status PIC X(02).
           88 WS-Txn-Journal-OK VALUE "00".
       01  WS-Sales-Detail-Status PIC X(02).
           88 WS-Sales-Detail-OK VALUE "00".
       01  WS-Tax-Journal-Status PIC X(02).
           88 WS-Tax-Journal-OK VALUE "00".
      *"Y" once each walk runs out of records
       01  WS-Journal-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Journal-EOF VALUE "Y".
       01  WS-Detail-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Detail-EOF VALUE "Y".
       01  WS-Tax-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Tax-EOF VALUE "Y".

      *Supervisor sign-on, checked once at startup
       01  WS-Maint-Sign-On.
           05 WS-Supervisor-Card-Number PIC 9(16) VALUE 0.
           05 WS-Supervisor-PIN PIC 9(05) VALUE 0.
      *    The keyed PIN in its protected form, to match the card
           05 WS-Supervisor-PIN-Hash PIC X(20) VALUE SPACES.
           05 WS-Masked-Card-Number PIC X(16) VALUE SPACES.
      *Today's date and time, stamped on the audit line
       01  WS-Audit-Stamp.
           05 WS-Audit-Date PIC 9999/99/99.
           05 WS-Audit-Time PIC 99/99/99.
      *The action and the "by" column, sized to the trail's fixed
      *layout - the loss-prevention report parses AUDITLOG.TXT by
      *column, so every writer must keep the same widths
       01  WS-Audit-Action PIC X(16) VALUE SPACES.
       01  WS-Audit-Who PIC X(10) VALUE SPACES.

      *One search, as keyed on the inquiry screen
       01  WS-Inq-Filters.
           05 WS-Inq-From-Date PIC X(10) VALUE SPACES.
           05 WS-Inq-To-Date PIC X(10) VALUE SPACES.
           05 WS-Inq-Min-Amount PIC 9(06)V99 VALUE 0.
           05 WS-Inq-Max-Amount PIC 9(06)V99 VALUE 0.
           05 WS-Inq-Card-Last4 PIC X(04) VALUE SPACES.
           05 WS-Inq-Cashier-ID PIC X(10) VALUE SPACES.
           05 WS-Inq-Lane PIC X(02) VALUE SPACES.
           05 WS-Inq-Tender PIC X(04) VALUE SPACES.
           05 WS-Inq-Txn-Type PIC X(01) VALUE SPACES.
           05 WS-Inq-Quit-Flag PIC X(01) VALUE "N".
               88 WS-Inq-Quit VALUE "Y" "y".
      *    Outcome of the previous search, shown back on the screen
           05 WS-Inq-Message PIC X(40) VALUE SPACES.
      *The tender and type filters in capitals, matched against the
      *journal's own fields in capitals, so "card" finds "Card"
       01  WS-Inq-Tender-Upper PIC X(04) VALUE SPACES.
       01  WS-Inq-Type-Upper PIC X(01) VALUE SPACES.
      *"Y" while the journal record in hand passes every filter
       01  WS-Match-Flag PIC X(01) VALUE "N".
           88 WS-Record-Matches VALUE "Y".

      *The search's matches, held so the journal is free to be
      *walked again when one of them is opened
       01  WS-Match-Table.
           05 WS-Match-Count PIC 9(04) COMP VALUE 0.
           05 WS-Match-Max PIC 9(04) COMP VALUE 500.
           05 WS-Match-Entry OCCURS 500 TIMES.
               10 WS-Mat-Txn-Number PIC 9(10).
               10 WS-Mat-Date PIC X(10).
               10 WS-Mat-Time PIC X(08).
               10 WS-Mat-Txn-Type PIC X(01).
               10 WS-Mat-Tender PIC X(04).
               10 WS-Mat-Cashier-ID PIC X(10).
               10 WS-Mat-Lane PIC X(02).
               10 WS-Mat-Owed PIC 9(06)V99.
               10 WS-Mat-Card-Last4 PIC X(04).
           05 MT PIC 9(04) COMP VALUE 0.
      *Paging through the matches
       01  WS-Inq-Paging.
           05 WS-Page-Line-Count PIC 9(02) VALUE 0.
           05 WS-Page-Size PIC 9(02) VALUE 15.
           05 WS-Matches-Found PIC 9(05) VALUE 0.
      *    Transaction keyed at a page break to open - zero carries on
           05 WS-Open-Txn-Number PIC 9(10) VALUE 0.
      *    "Y" once the supervisor has stopped paging this search
           05 WS-Paging-Stop-Flag PIC X(01) VALUE "N".
               88 WS-Paging-Stopped VALUE "Y".
      *    Counts of what an opened transaction turned up
           05 WS-Open-Found-Count PIC 9(05) VALUE 0.

      *Edited figures for the listing
       01  WS-Disp-Inquiry-Fields.
           05 WS-Disp-Owed PIC $ZZZZZ9.99.
           05 WS-Disp-Paid PIC $ZZZZZ9.99.
           05 WS-Disp-Change PIC $ZZZZZ9.99.
           05 WS-Disp-Tax PIC $ZZZZZ9.99.
           05 WS-Disp-Discount PIC $ZZZZZ9.99.
           05 WS-Disp-Qty PIC ZZ9.99.
           05 WS-Disp-Price PIC $ZZZZZ9.99.
           05 WS-Disp-Line-Total PIC $ZZZZZ9.99.
           05 WS-Disp-Rate PIC 9.999.
           05 WS-Disp-Count PIC ZZZZ9.

       SCREEN SECTION.
      *The screens are defined in separate copybooks for scalability
       COPY "MaintLoginScreen.cpy".
       COPY "JrnlInquiryScreen.cpy".

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Sign on, then loop searches
           DISPLAY SC-Maint-Login-Screen.
           ACCEPT SC-Maint-Login-Screen.
           PERFORM Validate-Supervisor-Section.

           PERFORM Inquiry-Search-Section
               UNTIL WS-Inq-Quit.
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

           MOVE ALL "*" TO WS-Masked-Card-Number.
           MOVE WS-Supervisor-Card-Number(13:4)
               TO WS-Masked-Card-Number(13:4).
           PERFORM Write-Inquiry-Audit-Section.

       Write-Inquiry-Audit-Section SECTION. *> One entry on the trail
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Audit-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Audit-Time.
           MOVE "JOURNAL-INQUIRY" TO WS-Audit-Action.
           MOVE "JrnlInq" TO WS-Audit-Who.

           OPEN EXTEND Audit-File.
           IF WS-Audit-File-Status = "35" THEN
      *        File doesn't exist yet - start it off
               OPEN OUTPUT Audit-File
           END-IF.

      *    Laid out field by field like every other trail writer
           MOVE SPACES TO Audit-Log-Record.
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
               INTO Audit-Log-Record.
           WRITE Audit-Log-Record.
           CLOSE Audit-File.

       Inquiry-Search-Section SECTION. *> One search, paged
           DISPLAY SC-Jrnl-Inquiry-Screen.
           ACCEPT SC-Jrnl-Inquiry-Screen.
           MOVE SPACES TO WS-Inq-Message.
           IF WS-Inq-Quit THEN
               EXIT SECTION
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-Inq-Tender)
               TO WS-Inq-Tender-Upper.
           MOVE FUNCTION UPPER-CASE(WS-Inq-Txn-Type)
               TO WS-Inq-Type-Upper.
           MOVE 0 TO WS-Match-Count.
           MOVE 0 TO WS-Matches-Found.
           MOVE "N" TO WS-Journal-EOF-Flag.

           OPEN INPUT Txn-Journal-File.
           IF NOT WS-Txn-Journal-OK THEN
               MOVE "No journal (TXNJRNL.DAT) to search"
                   TO WS-Inq-Message
               EXIT SECTION
           END-IF.
      *    With a date keyed the walk starts at it on the date key
      *    and stops past the last day; with none it takes the whole
      *    journal.
           IF WS-Inq-From-Date NOT = SPACES
                   OR WS-Inq-To-Date NOT = SPACES THEN
               MOVE WS-Inq-From-Date TO TJR-Date
               START Txn-Journal-File KEY IS NOT < TJR-Date
                   INVALID KEY
                       SET WS-Journal-EOF TO TRUE
               END-START
           END-IF.
           PERFORM Match-One-Journal-Section
               UNTIL WS-Journal-EOF.
           CLOSE Txn-Journal-File.

           MOVE 0 TO WS-Page-Line-Count.
           MOVE "N" TO WS-Paging-Stop-Flag.
           DISPLAY " ".
           PERFORM List-One-Match-Section
               VARYING MT FROM 1 BY 1
               UNTIL MT > WS-Match-Count OR WS-Paging-Stopped.
           IF NOT WS-Paging-Stopped THEN
               DISPLAY "-- end of matches --"
               PERFORM Page-Break-Section
           END-IF.

           MOVE WS-Matches-Found TO WS-Disp-Count.
           MOVE SPACES TO WS-Inq-Message.
           IF WS-Matches-Found > WS-Match-Max THEN
      *        Too wide to page through - the first screenfuls are
      *        shown, and the count says to narrow it down
               STRING WS-Disp-Count DELIMITED BY SIZE
                      " matched - narrow the search" DELIMITED BY SIZE
                   INTO WS-Inq-Message
           ELSE
               STRING "Last search matched " DELIMITED BY SIZE
                      WS-Disp-Count DELIMITED BY SIZE
                      " records" DELIMITED BY SIZE
                   INTO WS-Inq-Message
           END-IF.

       Match-One-Journal-Section SECTION. *> One record, if it matches
           READ Txn-Journal-File NEXT RECORD
               AT END
                   SET WS-Journal-EOF TO TRUE
           END-READ.
           IF WS-Journal-EOF THEN
               EXIT SECTION
           END-IF.
           IF WS-Inq-To-Date NOT = SPACES
                   AND TJR-Date > WS-Inq-To-Date THEN
      *        Past the range's last day
               SET WS-Journal-EOF TO TRUE
               EXIT SECTION
           END-IF.

           PERFORM Check-Filters-Section.
           IF NOT WS-Record-Matches THEN
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-Matches-Found.
           IF WS-Match-Count < WS-Match-Max THEN
               ADD 1 TO WS-Match-Count
               MOVE TJR-Txn-Number TO WS-Mat-Txn-Number(WS-Match-Count)
               MOVE TJR-Date TO WS-Mat-Date(WS-Match-Count)
               MOVE TJR-Time TO WS-Mat-Time(WS-Match-Count)
               MOVE TJR-Txn-Type TO WS-Mat-Txn-Type(WS-Match-Count)
               MOVE TJR-Tender TO WS-Mat-Tender(WS-Match-Count)
               MOVE TJR-Cashier-ID TO WS-Mat-Cashier-ID(WS-Match-Count)
               MOVE TJR-Lane TO WS-Mat-Lane(WS-Match-Count)
               MOVE TJR-Owed TO WS-Mat-Owed(WS-Match-Count)
               MOVE TJR-Card-Last4 TO WS-Mat-Card-Last4(WS-Match-Count)
           END-IF.

       Check-Filters-Section SECTION. *> Every keyed filter must pass
           MOVE "N" TO WS-Match-Flag.
           IF WS-Inq-From-Date NOT = SPACES
                   AND TJR-Date < WS-Inq-From-Date THEN
               EXIT SECTION
           END-IF.
           IF WS-Inq-To-Date NOT = SPACES
                   AND TJR-Date > WS-Inq-To-Date THEN
               EXIT SECTION
           END-IF.
           IF TJR-Owed < WS-Inq-Min-Amount THEN
               EXIT SECTION
           END-IF.
           IF WS-Inq-Max-Amount > 0
                   AND TJR-Owed > WS-Inq-Max-Amount THEN
               EXIT SECTION
           END-IF.
           IF WS-Inq-Card-Last4 NOT = SPACES
                   AND TJR-Card-Last4 NOT = WS-Inq-Card-Last4 THEN
               EXIT SECTION
           END-IF.
           IF WS-Inq-Cashier-ID NOT = SPACES
                   AND TJR-Cashier-ID NOT = WS-Inq-Cashier-ID THEN
               EXIT SECTION
           END-IF.
           IF WS-Inq-Lane NOT = SPACES
                   AND TJR-Lane NOT = WS-Inq-Lane THEN
               EXIT SECTION
           END-IF.
           IF WS-Inq-Tender-Upper NOT = SPACES
                   AND FUNCTION UPPER-CASE(TJR-Tender)
                       NOT = WS-Inq-Tender-Upper THEN
               EXIT SECTION
           END-IF.
           IF WS-Inq-Type-Upper NOT = SPACES
                   AND TJR-Txn-Type NOT = WS-Inq-Type-Upper THEN
               EXIT SECTION
           END-IF.
           SET WS-Record-Matches TO TRUE.

       List-One-Match-Section SECTION. *> One match shown, paged
           MOVE WS-Mat-Owed(MT) TO WS-Disp-Owed.
           DISPLAY WS-Mat-Txn-Number(MT) " " WS-Mat-Date(MT) " "
               WS-Mat-Time(MT) " " WS-Mat-Txn-Type(MT) " "
               WS-Mat-Tender(MT) " " WS-Mat-Cashier-ID(MT)
               " L" WS-Mat-Lane(MT) " " WS-Disp-Owed " card ..."
               WS-Mat-Card-Last4(MT).
           ADD 1 TO WS-Page-Line-Count.
           IF WS-Page-Line-Count NOT < WS-Page-Size
                   AND MT < WS-Match-Count THEN
               DISPLAY "-- more --"
               PERFORM Page-Break-Section
               MOVE 0 TO WS-Page-Line-Count
           END-IF.

       Page-Break-Section SECTION. *> Pause; open one if asked
           MOVE 0 TO WS-Open-Txn-Number.
           DISPLAY "Txn number to open (Enter=carry on, "
               "9999999999=stop):".
           ACCEPT WS-Open-Txn-Number.
           IF WS-Open-Txn-Number = 9999999999 THEN
               SET WS-Paging-Stopped TO TRUE
               EXIT SECTION
           END-IF.
           IF WS-Open-Txn-Number > 0 THEN
               PERFORM Open-Transaction-Section
               DISPLAY "-- press Enter --"
               ACCEPT OMITTED
               DISPLAY " "
           END-IF.

       Open-Transaction-Section SECTION. *> Lines, tax, reversals
           DISPLAY "========================================".
           DISPLAY "Transaction " WS-Open-Txn-Number.
           DISPLAY "========================================".

           DISPLAY "Journal:".
           MOVE 0 TO WS-Open-Found-Count.
           MOVE "N" TO WS-Journal-EOF-Flag.
           OPEN INPUT Txn-Journal-File.
           IF WS-Txn-Journal-OK THEN
               PERFORM Show-Own-Journal-Section
      *        A void or refund against it can only have been rung
      *        later - only the journal past it is walked.
               MOVE WS-Open-Txn-Number TO TJR-Txn-Number
               START Txn-Journal-File KEY IS > TJR-Txn-Number
                   INVALID KEY
                       SET WS-Journal-EOF TO TRUE
               END-START
               PERFORM Show-One-Related-Section
                   UNTIL WS-Journal-EOF
               CLOSE Txn-Journal-File
           END-IF.
           IF WS-Open-Found-Count = 0 THEN
               DISPLAY "  (not on the journal)"
           END-IF.

           DISPLAY "Item lines:".
           MOVE 0 TO WS-Open-Found-Count.
           MOVE "N" TO WS-Detail-EOF-Flag.
           OPEN INPUT Sales-Detail-File.
           IF WS-Sales-Detail-OK THEN
               MOVE WS-Open-Txn-Number TO SDT-Txn-Number
               MOVE 0 TO SDT-Line-Number
               START Sales-Detail-File KEY IS NOT < SDT-Key
                   INVALID KEY
                       SET WS-Detail-EOF TO TRUE
               END-START
               PERFORM Show-One-Detail-Section
                   UNTIL WS-Detail-EOF
               CLOSE Sales-Detail-File
           END-IF.
           IF WS-Open-Found-Count = 0 THEN
               DISPLAY "  (no item lines on file)"
           END-IF.

           DISPLAY "Tax split:".
           MOVE 0 TO WS-Open-Found-Count.
           MOVE "N" TO WS-Tax-EOF-Flag.
           OPEN INPUT Tax-Journal-File.
           IF WS-Tax-Journal-OK THEN
               MOVE WS-Open-Txn-Number TO TXJ-Txn-Number
               MOVE LOW-VALUES TO TXJ-Category
               START Tax-Journal-File KEY IS NOT < TXJ-Key
                   INVALID KEY
                       SET WS-Tax-EOF TO TRUE
               END-START
               PERFORM Show-One-Tax-Section
                   UNTIL WS-Tax-EOF
               CLOSE Tax-Journal-File
           END-IF.
           IF WS-Open-Found-Count = 0 THEN
               DISPLAY "  (no tax lines on file)"
           END-IF.

       Show-Own-Journal-Section SECTION. *> Its own record, by number
           MOVE WS-Open-Txn-Number TO TJR-Txn-Number.
           READ Txn-Journal-File
               INVALID KEY
                   EXIT SECTION
           END-READ.
           ADD 1 TO WS-Open-Found-Count.
           MOVE TJR-Paid TO WS-Disp-Paid.
           MOVE TJR-Change TO WS-Disp-Change.
           MOVE TJR-Tax TO WS-Disp-Tax.
           MOVE TJR-Discount TO WS-Disp-Discount.
           PERFORM Show-Journal-Line-Section.
           DISPLAY "    paid " WS-Disp-Paid " change "
               WS-Disp-Change " tax " WS-Disp-Tax " discount "
               WS-Disp-Discount " store " TJR-Store.

       Show-One-Related-Section SECTION. *> One rung against it?
           READ Txn-Journal-File NEXT RECORD
               AT END
                   SET WS-Journal-EOF TO TRUE
           END-READ.
           IF WS-Journal-EOF THEN
               EXIT SECTION
           END-IF.

      *    A void, a refund or an empties credit pointing back at it
           IF TJR-Void-Ref = WS-Open-Txn-Number THEN
               ADD 1 TO WS-Open-Found-Count
               EVALUATE TRUE
                   WHEN TJR-Txn-Type = "V"
                       DISPLAY "  Voided by:"
                   WHEN TJR-Txn-Type = "C"
                       DISPLAY "  Empties credited by:"
                   WHEN OTHER
                       DISPLAY "  Refunded against by:"
               END-EVALUATE
               PERFORM Show-Journal-Line-Section
           END-IF.

       Show-Journal-Line-Section SECTION. *> One journal record shown
           MOVE TJR-Owed TO WS-Disp-Owed.
           DISPLAY "  " TJR-Txn-Number " " TJR-Date " " TJR-Time " "
               TJR-Txn-Type " " TJR-Tender " " TJR-Cashier-ID
               " L" TJR-Lane " " WS-Disp-Owed " card ..."
               TJR-Card-Last4.

       Show-One-Detail-Section SECTION. *> One item line, if its own
           READ Sales-Detail-File NEXT RECORD
               AT END
                   SET WS-Detail-EOF TO TRUE
               NOT AT END
                   IF SDT-Txn-Number NOT = WS-Open-Txn-Number THEN
      *                Past the transaction's last line
                       SET WS-Detail-EOF TO TRUE
                   END-IF
                   IF SDT-Txn-Number = WS-Open-Txn-Number THEN
                       ADD 1 TO WS-Open-Found-Count
                       MOVE SDT-Qty TO WS-Disp-Qty
                       MOVE SDT-Price TO WS-Disp-Price
                       MOVE SDT-Line-Total TO WS-Disp-Line-Total
                       DISPLAY "  " SDT-Item-Code " " SDT-Item-Name
                           " " WS-Disp-Qty " @ " WS-Disp-Price
                           " = " WS-Disp-Line-Total " "
                           SDT-Txn-Type
                   END-IF
           END-READ.

       Show-One-Tax-Section SECTION. *> One tax category, if its own
           READ Tax-Journal-File NEXT RECORD
               AT END
                   SET WS-Tax-EOF TO TRUE
               NOT AT END
                   IF TXJ-Txn-Number NOT = WS-Open-Txn-Number THEN
                       SET WS-Tax-EOF TO TRUE
                   END-IF
                   IF TXJ-Txn-Number = WS-Open-Txn-Number THEN
                       ADD 1 TO WS-Open-Found-Count
                       MOVE TXJ-Rate TO WS-Disp-Rate
                       MOVE TXJ-Base TO WS-Disp-Price
                       MOVE TXJ-Tax TO WS-Disp-Tax
                       DISPLAY "  Category [" TXJ-Category "] rate "
                           WS-Disp-Rate " on " WS-Disp-Price
                           " tax " WS-Disp-Tax
                   END-IF
           END-READ.
       END PROGRAM JournalInquiry.
