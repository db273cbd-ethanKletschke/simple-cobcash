       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The transaction journal, read from the closed range's
      *    first transaction number
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           FILE STATUS IS WS-Txn-Journal-Status.
      *    The item-level sales detail, likewise
           SELECT Sales-Detail-File ASSIGN TO "SALESDTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDT-Key
           ALTERNATE RECORD KEY IS SDT-Date WITH DUPLICATES
           FILE STATUS IS WS-Sales-Detail-Status.
      *    The business-day control record - the closed range
           SELECT Day-Control-File ASSIGN TO "DAYCTL.DAT"

           OPEN INPUT Txn-Journal-File.
           IF WS-Txn-Journal-OK THEN
               MOVE WS-Range-From TO TJR-Txn-Number
               START Txn-Journal-File KEY IS NOT < TJR-Txn-Number
                   INVALID KEY
                       SET WS-Journal-EOF TO TRUE
               END-START
               PERFORM Extract-One-Journal-Section
                   UNTIL WS-Journal-EOF
               CLOSE Txn-Journal-File

           OPEN INPUT Sales-Detail-File.
           IF WS-Sales-Detail-OK THEN
               MOVE WS-Range-From TO SDT-Txn-Number
               MOVE 0 TO SDT-Line-Number
               START Sales-Detail-File KEY IS NOT < SDT-Key
                   INVALID KEY
                       SET WS-Detail-EOF TO TRUE
               END-START
               PERFORM Extract-One-Detail-Section
                   UNTIL WS-Detail-EOF
               CLOSE Sales-Detail-File
           STOP RUN.

       Extract-One-Journal-Section SECTION. *> One journal record out
           READ Txn-Journal-File NEXT RECORD
               AT END
                   SET WS-Journal-EOF TO TRUE
               NOT AT END
                   IF TJR-Txn-Number > WS-Range-To THEN
      *                Past the closed range
                       SET WS-Journal-EOF TO TRUE
                   ELSE
                       MOVE "J" TO XFR-Type
                       MOVE Txn-Journal-Record TO XFR-Data
                       WRITE Transfer-Record
           END-READ.

       Extract-One-Detail-Section SECTION. *> One detail record out
           READ Sales-Detail-File NEXT RECORD
               AT END
                   SET WS-Detail-EOF TO TRUE
               NOT AT END
                   IF SDT-Txn-Number > WS-Range-To THEN
                       SET WS-Detail-EOF TO TRUE
                   ELSE
                       MOVE "D" TO XFR-Type
                       MOVE Sales-Detail-Record TO XFR-Data
                       WRITE Transfer-Record
