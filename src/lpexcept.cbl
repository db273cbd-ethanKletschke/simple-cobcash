      *present, discount frequency and depth, drawer movements, and
      *over/short history - and flags anyone more than a keyed
      *multiple above the store average. Finding the register fiddle
      *on purpose instead of by luck. No-receipt returns taken and
      *refused come off the audit trail too, and every refused one is
      *listed with the ID it was tried against.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LpExceptions.

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
      *    The privileged-action audit trail, for drawer movements
           SELECT Audit-File ASSIGN TO "AUDITLOG.TXT"
               10 WS-Csh-Discount-Total PIC 9(08)V99.
               10 WS-Csh-Drawer-Moves PIC 9(05).
               10 WS-Csh-OverShort PIC S9(08)V99.
               10 WS-Csh-NoRcpt-Taken PIC 9(05).
               10 WS-Csh-NoRcpt-Refused PIC 9(05).
               10 WS-Csh-Flagged PIC X(01).
           05 CW PIC 9(02) COMP VALUE 0.
           05 WS-Csh-Found PIC 9(02) COMP VALUE 0.
      *No-receipt returns the till refused in the range, each listed
      *as the audit trail has it - date, cashier, value and the ID
       01  WS-Refused-Returns.
           05 WS-Rfr-Count PIC 9(03) COMP VALUE 0.
           05 WS-Rfr-Max PIC 9(03) COMP VALUE 200.
           05 WS-Rfr-Entry OCCURS 200 TIMES.
               10 WS-Rfr-Date PIC X(10).
               10 WS-Rfr-Cashier PIC X(10).
               10 WS-Rfr-Amount PIC X(11).
               10 WS-Rfr-ID PIC X(40).
           05 RX PIC 9(03) COMP VALUE 0.
      *The cashier/lane the record in hand belongs to
       01  WS-Cur-Who.
           05 WS-Cur-Cashier PIC X(10) VALUE SPACES.

           OPEN INPUT Txn-Journal-File.
           IF WS-Txn-Journal-OK THEN
               MOVE WS-From-Date TO TJR-Date
               START Txn-Journal-File KEY IS NOT < TJR-Date
                   INVALID KEY
                       SET WS-Journal-EOF TO TRUE
               END-START
               PERFORM Tally-One-Journal-Section
                   UNTIL WS-Journal-EOF
               CLOSE Txn-Journal-File
               MOVE 0 TO WS-Csh-Discount-Total(WS-Csh-Found)
               MOVE 0 TO WS-Csh-Drawer-Moves(WS-Csh-Found)
               MOVE 0 TO WS-Csh-OverShort(WS-Csh-Found)
               MOVE 0 TO WS-Csh-NoRcpt-Taken(WS-Csh-Found)
               MOVE 0 TO WS-Csh-NoRcpt-Refused(WS-Csh-Found)
               MOVE "N" TO WS-Csh-Flagged(WS-Csh-Found)
           END-IF.

           END-IF.

       Tally-One-Journal-Section SECTION. *> One journal record in
           READ Txn-Journal-File NEXT RECORD
               AT END
                   SET WS-Journal-EOF TO TRUE
               NOT AT END
                   IF TJR-Date > WS-To-Date THEN
      *                Past the range's last day
                       SET WS-Journal-EOF TO TRUE
                   END-IF
                   IF TJR-Date NOT < WS-From-Date
                           AND TJR-Date NOT > WS-To-Date THEN
                       MOVE TJR-Cashier-ID TO WS-Cur-Cashier

       Tally-One-Audit-Section SECTION. *> One audit line in
      *    The trail's lines are fixed-laid by Write-Audit-Section:
      *    date 1-10, action 21-36, "by" cashier at 58-67, amount at
      *    84-94, reason from 96. Drawer approvals are the movements
      *    worth counting here, and no-receipt returns beside them.
           READ Audit-File
               AT END
                   SET WS-Audit-EOF TO TRUE
               NOT AT END
                   IF Audit-Log-Record(1:10) NOT < WS-From-Date
                           AND Audit-Log-Record(1:10)
                               NOT > WS-To-Date THEN
                       PERFORM Score-Audit-Record-Section
                   END-IF
           END-READ.

       Score-Audit-Record-Section SECTION. *> What this line says
           IF Audit-Log-Record(21:16) NOT = "DRAWER-APPROVED"
                   AND Audit-Log-Record(21:16) NOT = "NORCPT-RETURN"
                   AND Audit-Log-Record(21:16)
                       NOT = "NORCPT-REFUSED" THEN
               EXIT SECTION
           END-IF.
           MOVE Audit-Log-Record(58:10) TO WS-Cur-Cashier.
           MOVE SPACES TO WS-Cur-Lane.
           PERFORM Find-Cashier-Entry-Section.
           IF WS-Csh-Found = 0 THEN
               EXIT SECTION
           END-IF.
           EVALUATE Audit-Log-Record(21:16)
               WHEN "DRAWER-APPROVED"
                   ADD 1 TO WS-Csh-Drawer-Moves(WS-Csh-Found)
               WHEN "NORCPT-RETURN"
                   ADD 1 TO WS-Csh-NoRcpt-Taken(WS-Csh-Found)
               WHEN "NORCPT-REFUSED"
                   ADD 1 TO WS-Csh-NoRcpt-Refused(WS-Csh-Found)
                   IF WS-Rfr-Count < WS-Rfr-Max THEN
                       ADD 1 TO WS-Rfr-Count
                       MOVE Audit-Log-Record(1:10)
                           TO WS-Rfr-Date(WS-Rfr-Count)
                       MOVE Audit-Log-Record(58:10)
                           TO WS-Rfr-Cashier(WS-Rfr-Count)
                       MOVE Audit-Log-Record(84:11)
                           TO WS-Rfr-Amount(WS-Rfr-Count)
                       MOVE Audit-Log-Record(96:40)
                           TO WS-Rfr-ID(WS-Rfr-Count)
                   END-IF
           END-EVALUATE.

       Tally-One-Drawer-Section SECTION. *> One slip line in
           READ Drawer-File
               AT END
               WRITE Report-Line-Record
           END-IF.

      *    Every no-receipt return the till refused, one per line -
      *    the same ID turning up here again is the pattern to chase.
           IF WS-Rfr-Count > 0 THEN
               MOVE SPACES TO Report-Line-Record
               WRITE Report-Line-Record
               MOVE "No-receipt returns refused at the limit:"
                   TO Report-Line-Record
               WRITE Report-Line-Record
               PERFORM Print-One-Refused-Section
                   VARYING RX FROM 1 BY 1 UNTIL RX > WS-Rfr-Count
           END-IF.

       Print-One-Refused-Section SECTION. *> One refused attempt
           MOVE SPACES TO Report-Line-Record.
           STRING "  " DELIMITED BY SIZE
                  WS-Rfr-Date(RX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Rfr-Cashier(RX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Rfr-Amount(RX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Rfr-ID(RX) DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-One-Cashier-Section SECTION. *> One cashier's block
           MOVE SPACES TO Report-Line-Record.
           IF WS-Csh-Flagged(CW) = "Y" THEN
                  WS-Disp-Signed DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

           MOVE WS-Csh-NoRcpt-Taken(CW) TO WS-Disp-Count.
           MOVE WS-Csh-NoRcpt-Refused(CW) TO WS-Disp-Count2.
           MOVE SPACES TO Report-Line-Record.
           STRING "  No-receipt returns: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  " taken, " DELIMITED BY SIZE
                  WS-Disp-Count2 DELIMITED BY SIZE
                  " refused" DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
       END PROGRAM LpExceptions.
