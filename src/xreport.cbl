       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The transaction journal, read from today's first record
      *    on its date key
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           FILE STATUS IS WS-Txn-Journal-Status.
      *    The X-report this program produces
           SELECT X-Report-File ASSIGN TO "XREPORT.TXT"

           OPEN INPUT Txn-Journal-File.
           IF WS-Txn-Journal-OK THEN
               MOVE WS-Date TO TJR-Date
               START Txn-Journal-File KEY IS NOT < TJR-Date
                   INVALID KEY
                       SET WS-Journal-EOF TO TRUE
               END-START
               PERFORM Read-Journal-Record-Section
                   UNTIL WS-Journal-EOF
               CLOSE Txn-Journal-File
           STOP RUN.

       Read-Journal-Record-Section SECTION. *> Pull one journal record
           READ Txn-Journal-File NEXT RECORD
               AT END SET WS-Journal-EOF TO TRUE
               NOT AT END
                   IF TJR-Date NOT = WS-Date THEN
      *                Past today's last record
                       SET WS-Journal-EOF TO TRUE
                   ELSE
      *            Empties taken as credit off a sale moved no money
      *            of their own - the sale came in short by them
                   IF TJR-Txn-Type NOT = "V"
                           AND NOT (TJR-Txn-Type = "C"
                                    AND TJR-Tender NOT = "Cash") THEN
                       PERFORM Tally-Cashier-Section
                   END-IF
                   END-IF
           END-READ.

       Tally-Cashier-Section SECTION. *> Add one txn to its cashier

           IF WS-Cashier-Found > 0 THEN
               ADD 1 TO WS-Cashier-Txns(WS-Cashier-Found)
      *        Empties paid back from the drawer go out like a refund
               IF TJR-Txn-Type = "R" OR TJR-Txn-Type = "C" THEN
                   ADD 1 TO WS-Cashier-Refunds(WS-Cashier-Found)
                   ADD TJR-Owed
                       TO WS-Cashier-Refund-Amt(WS-Cashier-Found)
