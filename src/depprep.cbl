      *cross-checks the figure against the day's cash takings in the
      *transaction journal, and records the deposit with its bag
      *number in DEPOSIT.DAT alongside a printable deposit slip
      *(DEPSLIP.TXT). Cash pickups lifted to the safe mid-shift
      *(SAFELEDG.DAT) never reach a close count, so they are added in
      *on top, and the prepared deposit is paid out of the safe on
      *its ledger. Confirm mode keys in what the bank actually
      *counted against a prepared deposit, and any difference is
      *reported instead of quietly absorbed.
       IDENTIFICATION DIVISION.
           FILE STATUS IS WS-Drawer-File-Status.
      *    The transaction journal, for the cash-takings cross-check
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           FILE STATUS IS WS-Txn-Journal-Status.
      *    The deposit records this program writes and confirms
           SELECT Deposit-File ASSIGN TO "DEPOSIT.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Deposit-Status.
      *    The safe ledger - today's pickups in, the deposit out
           SELECT Safe-Ledger-File ASSIGN TO "SAFELEDG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Safe-Ledger-Status.
      *    The printable deposit slip
           SELECT Deposit-Slip-File ASSIGN TO "DEPSLIP.TXT"
           ORGANIZATION LINE SEQUENTIAL.
       FD  Deposit-File.
           COPY "DepositRecord.cpy".

       FD  Safe-Ledger-File.
           COPY "SafeLedgerRecord.cpy".

       FD  Deposit-Slip-File.
       01  Deposit-Slip-Record PIC X(80).

      *File status for the deposit records file
       01  WS-Deposit-Status PIC X(02).
           88 WS-Deposit-OK VALUE "00".
      *File status for the safe ledger
       01  WS-Safe-Ledger-Status PIC X(02).
           88 WS-Safe-Ledger-OK VALUE "00".
      *"Y" once each input runs out of records
       01  WS-Drawer-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Drawer-EOF VALUE "Y".
           88 WS-Journal-EOF VALUE "Y".
       01  WS-Deposit-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Deposit-EOF VALUE "Y".
       01  WS-Safe-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Safe-EOF VALUE "Y".
      *"Y" if the deposit file holds more than the table can - a
      *confirm then refuses, since its write-back from the table
      *would silently destroy whatever didn't fit
      *Figures keyed and computed for the deposit itself.
       01  WS-Deposit-Work.
           05 WS-Total-Counted PIC 9(09)V99 VALUE 0.
      *    Cash lifted from the drawers to the safe mid-shift today
           05 WS-Total-Pickups PIC 9(09)V99 VALUE 0.
           05 WS-Float-Kept PIC 9(07)V99 VALUE 0.
           05 WS-Deposit-Amount PIC S9(09)V99 VALUE 0.
           05 WS-Bag-Number PIC X(10) VALUE SPACES.
       01  WS-Disp-Deposit-Fields.
           05 WS-Disp-Amount PIC $$$,$$$,$$9.99.
           05 WS-Disp-Signed PIC +$$$,$$$,$$9.99.
      *Today's date, and the time for the safe ledger
       01  WS-Date PIC 9999/99/99.
       01  WS-Time PIC 99/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Ask the mode, then do the work
      *    drawers against.
           OPEN INPUT Txn-Journal-File.
           IF WS-Txn-Journal-OK THEN
               MOVE WS-Date TO TJR-Date
               START Txn-Journal-File KEY IS NOT < TJR-Date
                   INVALID KEY
                       SET WS-Journal-EOF TO TRUE
               END-START
               PERFORM Scan-One-Journal-Section
                   UNTIL WS-Journal-EOF
               CLOSE Txn-Journal-File
           PERFORM Add-One-Lane-Section
               VARYING LN FROM 1 BY 1 UNTIL LN > WS-Lane-Count.

      *    And the pickups - counted out of the drawers before the
      *    close, but the day's takings all the same.
           OPEN INPUT Safe-Ledger-File.
           IF WS-Safe-Ledger-OK THEN
               PERFORM Scan-One-Safe-Entry-Section
                   UNTIL WS-Safe-EOF
               CLOSE Safe-Ledger-File
           END-IF.

           DISPLAY "Float kept back for tomorrow (total):".
           ACCEPT WS-Float-Kept.
           DISPLAY "Bag number:".
      *    The checks ride to the bank with the cash - their own
      *    line on the slip, but one bag and one deposit figure.
           COMPUTE WS-Deposit-Amount =
               WS-Total-Counted + WS-Total-Pickups - WS-Float-Kept
               + WS-Journal-Checks.
           IF WS-Deposit-Amount < 0 THEN
               DISPLAY "Float exceeds what was counted - nothing "
           END-IF.

           PERFORM Write-Deposit-Record-Section.
           PERFORM Write-Safe-Deposit-Section.
           PERFORM Write-Deposit-Slip-Section.

           MOVE WS-Deposit-Amount TO WS-Disp-Amount.
           END-IF.

       Scan-One-Journal-Section SECTION. *> One journal record past
           READ Txn-Journal-File NEXT RECORD
               AT END
                   SET WS-Journal-EOF TO TRUE
               NOT AT END
                   IF TJR-Date NOT = WS-Date THEN
      *                Past today's last record
                       SET WS-Journal-EOF TO TRUE
                   END-IF
                   IF TJR-Date = WS-Date THEN
      *                Cash moving through the LANE drawers - that
      *                is what the slips being reconciled counted.
      *                Account payments and gift loads are cash in
      *                too; layaway desk money never touches a lane
      *                drawer, so it stays out of this cross-check
      *                (the office banks it separately), as does a
      *                corporate gift card order's payment, and
      *                lockbox checks never reach the store at all.
                       EVALUATE TRUE
                           WHEN TJR-Tender = "Cash"
                                   AND TJR-Txn-Type = "S"
                                   AND TJR-Txn-Type = "S"
                               ADD TJR-Owed TO WS-Journal-Cash
                           WHEN TJR-Tender = "Cash"
                                   AND (TJR-Txn-Type = "R"
                                        OR TJR-Txn-Type = "C")
                               SUBTRACT TJR-Owed FROM WS-Journal-Cash
                           WHEN TJR-Tender = "APay"
                               ADD TJR-Owed TO WS-Journal-Cash
       Add-One-Lane-Section SECTION. *> One lane into the store total
           ADD WS-Lane-Counted(LN) TO WS-Total-Counted.

       Scan-One-Safe-Entry-Section SECTION. *> One safe movement past
           READ Safe-Ledger-File
               AT END
                   SET WS-Safe-EOF TO TRUE
               NOT AT END
                   IF SFL-Date = WS-Date AND SFL-Is-Pickup THEN
                       ADD SFL-Amount TO WS-Total-Pickups
                   END-IF
           END-READ.

       Write-Safe-Deposit-Section SECTION. *> The bag leaves the safe
           OPEN EXTEND Safe-Ledger-File.
           IF WS-Safe-Ledger-Status = "35" THEN
      *        File doesn't exist yet - start it off
               OPEN OUTPUT Safe-Ledger-File
           END-IF.
           MOVE WS-Date TO SFL-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Time.
           MOVE WS-Time TO SFL-Time.
           MOVE "D" TO SFL-Type.
           MOVE SPACES TO SFL-Lane.
           MOVE WS-Deposit-Amount TO SFL-Amount.
           MOVE "DepositPrp" TO SFL-Who.
           MOVE WS-Bag-Number TO SFL-Reference.
           MOVE SPACES TO SFL-Store.
           WRITE Safe-Ledger-Record.
           CLOSE Safe-Ledger-File.

       Write-Deposit-Record-Section SECTION. *> The deposit on record
           OPEN EXTEND Deposit-File.
           IF WS-Deposit-Status = "35" THEN
               INTO Deposit-Slip-Record.
           WRITE Deposit-Slip-Record.

           MOVE WS-Total-Pickups TO WS-Disp-Amount.
           MOVE SPACES TO Deposit-Slip-Record.
           STRING "Pickups (safe):      " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
               INTO Deposit-Slip-Record.
           WRITE Deposit-Slip-Record.

           MOVE WS-Float-Kept TO WS-Disp-Amount.
           MOVE SPACES TO Deposit-Slip-Record.
           STRING "Float kept back:     " DELIMITED BY SIZE
