      *file when COBCASH_BATCH is set), each item's on-hand count is
      *topped up on the item master, and every line is recorded in a
      *receiving journal with the date, supplier reference, and who
      *received it. Each journal line also carries the PO it was booked
      *against, the supplier, and the unit cost on file before this
      *delivery's - what the supplier scorecard is built from.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GoodsRecv.


      *File description for the receiving journal.
       FD  Recv-Journal-File.
       01  Recv-Journal-Record PIC X(160).

      *File description for the purchase order file.
       FD  Purch-Order-File.
      *the line arrived without one.
       01  WS-Cost-Note PIC X(12) VALUE SPACES.
       01  WS-Disp-Recv-Cost PIC $ZZZZ9.99.
      *What the journal line says about where the goods came from -
      *the PO booked against (zero when none), the supplier, and the
      *unit cost on file before this delivery's replaced it (zero
      *when the line brought no cost).
       01  WS-Recv-Source.
           05 WS-Jrnl-PO-Number PIC 9(06) VALUE 0.
           05 WS-Recv-Supplier-Code PIC X(06) VALUE SPACES.
           05 WS-Prev-Cost PIC 9(06)V99 VALUE 0.
           05 WS-Disp-Prev-Cost PIC $ZZZZ9.99.
      *"Y" when COBCASH_BATCH is set - delivery lines are then read
      *from Delivery-File instead of prompting a clerk.
       01  WS-Batch-Flag PIC X(01) VALUE "N".
                       MOVE "Item code not on file" TO WS-Recv-Message
                   NOT INVALID KEY
                       ADD WS-Recv-Qty TO ITM-On-Hand-Qty
                       MOVE ITM-Supplier-Code TO WS-Recv-Supplier-Code
                       MOVE 0 TO WS-Jrnl-PO-Number
                       MOVE 0 TO WS-Prev-Cost
                       IF WS-Recv-Cost > 0 THEN
                           MOVE ITM-Unit-Cost TO WS-Prev-Cost
                       END-IF
      *                The delivery's cost becomes the cost on file -
      *                zero means the line arrived without one, and
      *                the last known cost stands.
                   MOVE "NOT ON PO" TO WS-PO-Note
                   MOVE "Received - NOT ON PO" TO WS-Recv-Message
               NOT INVALID KEY
      *            The order says who actually supplied it
                   MOVE PO-Number TO WS-Jrnl-PO-Number
                   MOVE PO-Supplier-Code TO WS-Recv-Supplier-Code
                   ADD WS-Recv-Qty TO PO-Qty-Received
                   MOVE PO-Qty-Ordered TO WS-Disp-PO-Ordered
                   MOVE PO-Qty-Received TO WS-Disp-PO-Received
               OPEN OUTPUT Recv-Journal-File
           END-IF.

           MOVE WS-Prev-Cost TO WS-Disp-Prev-Cost.
           MOVE SPACES TO Recv-Journal-Record.
           STRING WS-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Time DELIMITED BY SIZE
                  WS-Receiver-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PO-Note DELIMITED BY SIZE
                  " PO:" DELIMITED BY SIZE
                  WS-Jrnl-PO-Number DELIMITED BY SIZE
                  " Was:" DELIMITED BY SIZE
                  WS-Disp-Prev-Cost DELIMITED BY SIZE
                  " Sup:" DELIMITED BY SIZE
                  WS-Recv-Supplier-Code DELIMITED BY SIZE
               INTO Recv-Journal-Record.
           WRITE Recv-Journal-Record.
           CLOSE Recv-Journal-File.
