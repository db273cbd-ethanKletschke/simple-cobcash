       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The per-category tax journal, read over the keyed date
      *    range on its date key
           SELECT Tax-Journal-File ASSIGN TO "TAXJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXJ-Key
           ALTERNATE RECORD KEY IS TXJ-Date WITH DUPLICATES
           FILE STATUS IS WS-Tax-Journal-Status.
      *    The transaction journal, walked for void records so a
      *    voided sale's tax comes back out of the totals - from the
      *    range's first day on, as a void is never dated before
      *    the sale it reverses
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           FILE STATUS IS WS-Txn-Journal-Status.
      *    Whether the store's shelf prices include the tax
           SELECT Store-Config-File ASSIGN TO "STORECFG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Store-Config-Status.
      *    The remittance report this program produces
           SELECT Remit-Report-File ASSIGN TO "TAXREMIT.TXT"
           ORGANIZATION LINE SEQUENTIAL.
       FD  Txn-Journal-File.
           COPY "TxnJournalRecord.cpy".

       FD  Store-Config-File.
           COPY "StoreConfigRecord.cpy".

       FD  Remit-Report-File.
       01  Report-Line-Record PIC X(80).

           88 WS-Tax-Journal-OK VALUE "00".
       01  WS-Txn-Journal-Status PIC X(02).
           88 WS-Txn-Journal-OK VALUE "00".
       01  WS-Store-Config-Status PIC X(02).
           88 WS-Store-Config-OK VALUE "00".
      *"Y" when the store prices tax-inclusive - the till journals
      *the taxable figure net of the tax the prices contained, and
      *the report says so
       01  WS-Tax-Inclusive-Flag PIC X(01) VALUE "N".
           88 WS-Tax-Inclusive VALUE "Y".
      *"Y" once each input runs out of records
       01  WS-Tax-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Tax-EOF VALUE "Y".
      *    tax records can be skipped as the tax journal reads.
           OPEN INPUT Txn-Journal-File.
           IF WS-Txn-Journal-OK THEN
               MOVE WS-From-Date TO TJR-Date
               START Txn-Journal-File KEY IS NOT < TJR-Date
                   INVALID KEY
                       SET WS-Journal-EOF TO TRUE
               END-START
               PERFORM Note-One-Void-Section
                   UNTIL WS-Journal-EOF
               CLOSE Txn-Journal-File
               DISPLAY "No tax journal (TAXJRNL.DAT) to report from"
               STOP RUN
           END-IF.
           MOVE WS-From-Date TO TXJ-Date.
           START Tax-Journal-File KEY IS NOT < TXJ-Date
               INVALID KEY
                   SET WS-Tax-EOF TO TRUE
           END-START.
           PERFORM Tally-One-Tax-Record-Section
               UNTIL WS-Tax-EOF.
           CLOSE Tax-Journal-File.
           STOP RUN.

       Note-One-Void-Section SECTION. *> One void's original noted
           READ Txn-Journal-File NEXT RECORD
               AT END
                   SET WS-Journal-EOF TO TRUE
               NOT AT END
           END-READ.

       Tally-One-Tax-Record-Section SECTION. *> One record netted in
           READ Tax-Journal-File NEXT RECORD
               AT END
                   SET WS-Tax-EOF TO TRUE
               NOT AT END
                   IF TXJ-Date > WS-To-Date THEN
      *                Past the range's last day
                       SET WS-Tax-EOF TO TRUE
                   END-IF
                   IF TXJ-Date NOT < WS-From-Date
                           AND TXJ-Date NOT > WS-To-Date THEN
      *                A voided transaction's tax never became owed
               WRITE Report-Line-Record
           END-IF.

           OPEN INPUT Store-Config-File.
           IF WS-Store-Config-OK THEN
               READ Store-Config-File
                   NOT AT END
                       IF SCFG-Tax-Inclusive = "Y" THEN
                           SET WS-Tax-Inclusive TO TRUE
                       END-IF
               END-READ
               CLOSE Store-Config-File
           END-IF.
           IF WS-Tax-Inclusive THEN
               MOVE SPACES TO Report-Line-Record
               WRITE Report-Line-Record
               MOVE "Shelf prices include tax - taxable sales are net"
                   TO Report-Line-Record
               WRITE Report-Line-Record
               MOVE "of the tax collected within them."
                   TO Report-Line-Record
               WRITE Report-Line-Record
           END-IF.

       Print-One-Category-Section SECTION. *> One category's line
           ADD WS-Cat-Base(CT) TO WS-Total-Base.
           ADD WS-Cat-Tax(CT) TO WS-Total-Tax.
