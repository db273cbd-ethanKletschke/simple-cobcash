       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The transaction journal, read over the keyed date range
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           FILE STATUS IS WS-Txn-Journal-Status.
      *    The exempt-sales report this program produces
           SELECT Exempt-Report-File ASSIGN TO "EXEMPTRP.TXT"

           OPEN INPUT Txn-Journal-File.
           IF WS-Txn-Journal-OK THEN
               MOVE WS-From-Date TO TJR-Date
               START Txn-Journal-File KEY IS NOT < TJR-Date
                   INVALID KEY
                       SET WS-Journal-EOF TO TRUE
               END-START
               PERFORM List-One-Record-Section
                   UNTIL WS-Journal-EOF
               CLOSE Txn-Journal-File
           STOP RUN.

       List-One-Record-Section SECTION. *> One exempt txn listed
           READ Txn-Journal-File NEXT RECORD
               AT END
                   SET WS-Journal-EOF TO TRUE
               NOT AT END
                   IF TJR-Date > WS-To-Date THEN
      *                Past the range's last day
                       SET WS-Journal-EOF TO TRUE
                   END-IF
                   IF TJR-Exempt-Cert NOT = SPACES
                           AND TJR-Date NOT < WS-From-Date
                           AND TJR-Date NOT > WS-To-Date THEN
