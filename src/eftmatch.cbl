           FILE STATUS IS WS-Eft-Saf-Status.
      *    The transaction journal, for the card-sale cross-check
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           FILE STATUS IS WS-Txn-Journal-Status.
      *    The exception report this program produces
           SELECT Exception-File ASSIGN TO "EFTEXCP.TXT"

           OPEN INPUT Txn-Journal-File.
           IF WS-Txn-Journal-OK THEN
               MOVE WS-Match-Date TO TJR-Date
               START Txn-Journal-File KEY IS NOT < TJR-Date
                   INVALID KEY
                       SET WS-Journal-EOF TO TRUE
               END-START
               PERFORM Load-One-Journal-Section
                   UNTIL WS-Journal-EOF
               CLOSE Txn-Journal-File
           END-READ.

       Load-One-Journal-Section SECTION. *> One card txn off the day
           READ Txn-Journal-File NEXT RECORD
               AT END
                   SET WS-Journal-EOF TO TRUE
               NOT AT END
                   IF TJR-Date NOT = WS-Match-Date THEN
      *                Past the settlement day's last record
                       SET WS-Journal-EOF TO TRUE
                   END-IF
                   IF TJR-Date = WS-Match-Date
                           AND TJR-Tender = "Card"
                           AND TJR-Txn-Type = "S"
