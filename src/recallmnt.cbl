      *Maintenance for the product recall file (RECALL.DAT) - raises
      *a recall against an item code (optionally just some serial
      *ranges of it), ends one once the supplier lifts it, lists
      *what is on file, and moves recalled stock on hand into the
      *item's quarantine quantity so it stops showing as sellable -
      *then takes it back out again once it is destroyed, or puts it
      *back on the shelf when the recall is lifted (a return to the
      *supplier takes it out through ReturnToVendor instead).
      *The till refuses to sell anything under an active recall.
      *Only a supervisor holding the MAINT permission may sign on,
      *and every change goes on the audit trail. Console driven like
      *the other back-office utilities.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecallMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The recall file this program maintains
           SELECT Recall-File ASSIGN TO "RECALL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCL-Item-Code
           FILE STATUS IS WS-Recall-Status.
      *    Item master - the recalled code must be on it, and its
      *    stock is what gets quarantined
           SELECT Item-Master-File ASSIGN TO "ITEMMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITM-Item-Code
           FILE STATUS IS WS-Item-Master-Status.
      *    Cardholder master, to confirm the supervisor signing on
           SELECT Cardholder-File ASSIGN TO "CARDHOLD.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CH-Card-Number
           FILE STATUS IS WS-Cardholder-Status.
      *    Per-cardholder permissions - recalls take MAINT
           SELECT Permission-File ASSIGN TO "PERMLIST.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PER-Card-Number
           FILE STATUS IS WS-Permission-Status.
      *    The privileged-action audit trail
           SELECT Audit-File ASSIGN TO "AUDITLOG.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Audit-File-Status.

       DATA DIVISION.
       FILE SECTION.
      *File description for the product recall file.
       FD  Recall-File.
           COPY "RecallRecord.cpy".

      *File description for the item master file.
       FD  Item-Master-File.
           COPY "ItemMasterRecord.cpy".

      *File description for the cardholder master file.
       FD  Cardholder-File.
           COPY "CardholderRecord.cpy".

      *File description for the per-cardholder permission file.
       FD  Permission-File.
           COPY "PermissionRecord.cpy".

      *File description for the audit trail.
       FD  Audit-File.
       01  Audit-Log-Record PIC X(140).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Recall-Status PIC X(02).
           88 WS-Recall-OK VALUE "00".
       01  WS-Item-Master-Status PIC X(02).
           88 WS-Item-Master-OK VALUE "00".
       01  WS-Cardholder-Status PIC X(02).
           88 WS-Cardholder-OK VALUE "00".
       01  WS-Permission-Status PIC X(02).
           88 WS-Permission-OK VALUE "00".
       01  WS-Audit-File-Status PIC X(02).
      *One maintenance action, as keyed on the console.
       01  WS-Maint-Entry.
           05 WS-Maint-Action PIC X(01) VALUE "A".
               88 WS-Maint-Is-Add VALUE "A" "a".
               88 WS-Maint-Is-End VALUE "E" "e".
               88 WS-Maint-Is-Hold VALUE "H" "h".
               88 WS-Maint-Is-Dispose VALUE "D" "d".
               88 WS-Maint-Is-List VALUE "L" "l".
               88 WS-Maint-Is-Quit VALUE "Q" "q".
           05 WS-Maint-Item-Code PIC X(10) VALUE SPACES.
           05 WS-Maint-Reference PIC X(12) VALUE SPACES.
           05 WS-Maint-Reason PIC X(30) VALUE SPACES.
           05 WS-Maint-Serial-From PIC X(20) VALUE SPACES.
           05 WS-Maint-Serial-To PIC X(20) VALUE SPACES.
      *    Units to quarantine, as keyed - zero takes the lot
           05 WS-Maint-Hold-Qty PIC 9(05)V99 VALUE 0.
      *    What becomes of quarantined units taken out
           05 WS-Maint-Disposal PIC X(01) VALUE SPACE.
               88 WS-Disposal-Destroyed VALUE "D" "d".
               88 WS-Disposal-Released VALUE "R" "r".
      *"Y" once no more serial ranges are wanted on an add
       01  WS-Ranges-Done-Flag PIC X(01) VALUE "N".
           88 WS-Ranges-Done VALUE "Y".
       01  RG PIC 9(01) COMP VALUE 0.
      *"Y" once the listing walk runs out of records
       01  WS-List-EOF-Flag PIC X(01) VALUE "N".
           88 WS-List-EOF VALUE "Y".

      *Supervisor sign-on, taken once for the whole session
       01  WS-Maint-Sign-On.
           05 WS-Supervisor-Card-Number PIC 9(16) VALUE 0.
           05 WS-Supervisor-PIN PIC 9(05) VALUE 0.
      *    The keyed PIN in its protected form, to match the card
           05 WS-Supervisor-PIN-Hash PIC X(20) VALUE SPACES.
           05 WS-Masked-Card-Number PIC X(16) VALUE SPACES.
      *"Y" once the supervisor has passed every check
           05 WS-Sign-On-Flag PIC X(01) VALUE "N".
               88 WS-Signed-On VALUE "Y".
      *Today's date and time for the audit line
       01  WS-Audit-Stamp.
           05 WS-Audit-Date PIC 9999/99/99.
           05 WS-Audit-Time PIC 99/99/99.
      *The action and the "by" column, sized to the trail's fixed
      *layout - the loss-prevention report parses AUDITLOG.TXT by
      *column, so every writer must keep the same widths
       01  WS-Audit-Action PIC X(16) VALUE SPACES.
       01  WS-Audit-Who PIC X(10) VALUE SPACES.
      *The item and units a stock movement touched, after the fixed
      *columns
       01  WS-Audit-Detail PIC X(30) VALUE SPACES.

      *Edited figures for the console
       01  WS-Disp-Qty PIC ZZZZ9.99.
       01  WS-Disp-Qty-2 PIC ZZZZ9.99.
      *Today's date
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Sign on, then loop until quit
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           PERFORM Sign-On-Supervisor-Section.
           IF NOT WS-Signed-On THEN
               STOP RUN
           END-IF.

           OPEN I-O Recall-File.
           IF WS-Recall-Status = "35" THEN
      *        Recall file doesn't exist yet - create it empty, the
      *        same way the till starts off its own master files.
               OPEN OUTPUT Recall-File
               CLOSE Recall-File
               OPEN I-O Recall-File
           END-IF.
           IF NOT WS-Recall-OK THEN
               DISPLAY "Recall file won't open (status "
                   WS-Recall-Status ")"
               STOP RUN
           END-IF.

           PERFORM Maintenance-Action-Section
               UNTIL WS-Maint-Is-Quit.

           CLOSE Recall-File.
           STOP RUN.

       Maintenance-Action-Section SECTION. *> One add/end/hold
           DISPLAY " ".
           DISPLAY "Product Recalls - Action (A=Add, E=End, "
               "H=Hold stock in quarantine, D=Dispose of quarantined "
               "stock, L=List, Q=Quit):".
           ACCEPT WS-Maint-Action.
           MOVE SPACES TO WS-Audit-Detail.

           EVALUATE TRUE
               WHEN WS-Maint-Is-Quit
                   CONTINUE
               WHEN WS-Maint-Is-List
                   PERFORM List-Recalls-Section
               WHEN WS-Maint-Is-Add
                   PERFORM Add-Recall-Section
               WHEN WS-Maint-Is-End
                   PERFORM End-Recall-Section
               WHEN WS-Maint-Is-Hold
                   PERFORM Hold-Stock-Section
               WHEN WS-Maint-Is-Dispose
                   PERFORM Dispose-Stock-Section
               WHEN OTHER
                   DISPLAY "Unknown action"
           END-EVALUATE.

       Ask-Item-Code-Section SECTION. *> The code being worked on
           MOVE SPACES TO WS-Maint-Item-Code.
           DISPLAY "Item code:".
           ACCEPT WS-Maint-Item-Code.

       Add-Recall-Section SECTION. *> Raise a recall on an item
           PERFORM Ask-Item-Code-Section.
           IF WS-Maint-Item-Code = SPACES THEN
               DISPLAY "Item code is required"
               EXIT SECTION
           END-IF.

      *    A code the item master doesn't know can't be on a shelf
      *    or a receipt - most likely a typo.
           OPEN INPUT Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "Item master won't open (status "
                   WS-Item-Master-Status ")"
               EXIT SECTION
           END-IF.
           MOVE WS-Maint-Item-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   DISPLAY "Item code not on the item master"
                   CLOSE Item-Master-File
                   EXIT SECTION
           END-READ.
           CLOSE Item-Master-File.
           DISPLAY "Recalling " ITM-Item-Name.

           MOVE WS-Maint-Item-Code TO RCL-Item-Code.
           READ Recall-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RCL-Is-Active THEN
                       DISPLAY "Item is already under an active "
                           "recall - end it first"
                       EXIT SECTION
                   END-IF
           END-READ.

           DISPLAY "Recall reference:".
           MOVE SPACES TO WS-Maint-Reference.
           ACCEPT WS-Maint-Reference.
           IF WS-Maint-Reference = SPACES THEN
               DISPLAY "Recall reference is required"
               EXIT SECTION
           END-IF.
           DISPLAY "Reason:".
           MOVE SPACES TO WS-Maint-Reason.
           ACCEPT WS-Maint-Reason.

           INITIALIZE Recall-Record.
           MOVE WS-Maint-Item-Code TO RCL-Item-Code.
           MOVE WS-Maint-Reference TO RCL-Reference.
           MOVE WS-Maint-Reason TO RCL-Reason.
           MOVE WS-Date TO RCL-Start-Date.
           SET RCL-Is-Active TO TRUE.
           MOVE SPACES TO RCL-End-Date.
           MOVE WS-Masked-Card-Number TO RCL-Raised-By.

      *    Serial ranges only narrow a recall on a serialised item -
      *    anything else is recalled whole.
           MOVE 0 TO RCL-Range-Count.
           IF ITM-Serial-Flag = "Y" THEN
               DISPLAY "Serial ranges recalled (blank From = every "
                   "unit / no more ranges)"
               MOVE "N" TO WS-Ranges-Done-Flag
               PERFORM Ask-One-Range-Section
                   UNTIL WS-Ranges-Done OR RCL-Range-Count = 5
           END-IF.

      *    An ended recall on the same code is replaced by the new
      *    one - its affected sales are still on the sales detail.
           WRITE Recall-Record
               INVALID KEY
                   REWRITE Recall-Record
           END-WRITE.
           IF NOT WS-Recall-OK THEN
               DISPLAY "Recall not saved (status "
                   WS-Recall-Status ")"
               EXIT SECTION
           END-IF.
           IF RCL-Range-Count = 0 THEN
               DISPLAY "Recall raised - every unit refused at the "
                   "till"
           ELSE
               DISPLAY "Recall raised - serials in range refused "
                   "at the till"
           END-IF.
           MOVE "RECALL-RAISED" TO WS-Audit-Action.
           PERFORM Write-Audit-Section.

       Ask-One-Range-Section SECTION. *> One serial range keyed
           DISPLAY "Serial from:".
           MOVE SPACES TO WS-Maint-Serial-From.
           ACCEPT WS-Maint-Serial-From.
           IF WS-Maint-Serial-From = SPACES THEN
               SET WS-Ranges-Done TO TRUE
               EXIT SECTION
           END-IF.
           DISPLAY "Serial to (blank = the one serial):".
           MOVE SPACES TO WS-Maint-Serial-To.
           ACCEPT WS-Maint-Serial-To.
           IF WS-Maint-Serial-To = SPACES THEN
               MOVE WS-Maint-Serial-From TO WS-Maint-Serial-To
           END-IF.
           IF WS-Maint-Serial-To < WS-Maint-Serial-From THEN
               DISPLAY "Serial to is before serial from - range "
                   "not taken"
               EXIT SECTION
           END-IF.
           ADD 1 TO RCL-Range-Count.
           MOVE WS-Maint-Serial-From
               TO RCL-Serial-From(RCL-Range-Count).
           MOVE WS-Maint-Serial-To
               TO RCL-Serial-To(RCL-Range-Count).

       End-Recall-Section SECTION. *> Supplier has lifted it
           PERFORM Ask-Item-Code-Section.
           MOVE WS-Maint-Item-Code TO RCL-Item-Code.
           READ Recall-File
               INVALID KEY
                   DISPLAY "No recall on file for that item"
                   EXIT SECTION
           END-READ.
           IF NOT RCL-Is-Active THEN
               DISPLAY "Recall already ended " RCL-End-Date
               EXIT SECTION
           END-IF.
           SET RCL-Is-Ended TO TRUE.
           MOVE WS-Date TO RCL-End-Date.
           REWRITE Recall-Record.
           DISPLAY "Recall ended - the item sells again".
           MOVE "RECALL-ENDED" TO WS-Audit-Action.
           PERFORM Write-Audit-Section.

       Hold-Stock-Section SECTION. *> On-hand into quarantine
           PERFORM Ask-Item-Code-Section.
           MOVE WS-Maint-Item-Code TO RCL-Item-Code.
           READ Recall-File
               INVALID KEY
                   DISPLAY "No recall on file for that item"
                   EXIT SECTION
           END-READ.
           IF NOT RCL-Is-Active THEN
               DISPLAY "Recall is not active - nothing to hold"
               EXIT SECTION
           END-IF.

           OPEN I-O Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "Item master won't open (status "
                   WS-Item-Master-Status ") - try again shortly"
               EXIT SECTION
           END-IF.
           MOVE WS-Maint-Item-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   DISPLAY "Item code not on the item master"
                   CLOSE Item-Master-File
                   EXIT SECTION
           END-READ.

           MOVE ITM-On-Hand-Qty TO WS-Disp-Qty.
           MOVE ITM-Quarantine-Qty TO WS-Disp-Qty-2.
           DISPLAY ITM-Item-Name " on hand " WS-Disp-Qty
               ", in quarantine " WS-Disp-Qty-2.
      *    A serial-range recall pulls only the units whose serials
      *    fall inside it, so the count is keyed; a whole-item
      *    recall normally takes everything on hand.
           DISPLAY "Units to quarantine (0 = all on hand):".
           MOVE 0 TO WS-Maint-Hold-Qty.
           ACCEPT WS-Maint-Hold-Qty.
           IF WS-Maint-Hold-Qty = 0 THEN
               MOVE ITM-On-Hand-Qty TO WS-Maint-Hold-Qty
           END-IF.
           IF WS-Maint-Hold-Qty = 0 THEN
               DISPLAY "Nothing to quarantine"
               CLOSE Item-Master-File
               EXIT SECTION
           END-IF.
           IF WS-Maint-Hold-Qty > ITM-On-Hand-Qty THEN
               DISPLAY "More than is on hand - nothing moved"
               CLOSE Item-Master-File
               EXIT SECTION
           END-IF.

           SUBTRACT WS-Maint-Hold-Qty FROM ITM-On-Hand-Qty.
           ADD WS-Maint-Hold-Qty TO ITM-Quarantine-Qty.
           REWRITE Item-Master-Record.
           CLOSE Item-Master-File.
           MOVE WS-Maint-Hold-Qty TO WS-Disp-Qty.
           DISPLAY WS-Disp-Qty " moved to quarantine".
           MOVE "RECALL-HOLD" TO WS-Audit-Action.
           PERFORM Set-Audit-Detail-Section.
           PERFORM Write-Audit-Section.

       Dispose-Stock-Section SECTION. *> Quarantine emptied out
           PERFORM Ask-Item-Code-Section.
           IF WS-Maint-Item-Code = SPACES THEN
               DISPLAY "Item code is required"
               EXIT SECTION
           END-IF.
           DISPLAY "Destroyed, or Released back to the shelf (D/R):".
           MOVE SPACE TO WS-Maint-Disposal.
           ACCEPT WS-Maint-Disposal.
           IF NOT WS-Disposal-Destroyed
                   AND NOT WS-Disposal-Released THEN
               DISPLAY "Must be D or R - nothing moved"
               EXIT SECTION
           END-IF.
      *    Nothing goes back on sale while the till would still
      *    refuse it.
           IF WS-Disposal-Released THEN
               MOVE WS-Maint-Item-Code TO RCL-Item-Code
               READ Recall-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RCL-Is-Active THEN
                           DISPLAY "Recall is still active - end it "
                               "before releasing stock"
                           EXIT SECTION
                       END-IF
               END-READ
           END-IF.

           OPEN I-O Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "Item master won't open (status "
                   WS-Item-Master-Status ") - try again shortly"
               EXIT SECTION
           END-IF.
           MOVE WS-Maint-Item-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   DISPLAY "Item code not on the item master"
                   CLOSE Item-Master-File
                   EXIT SECTION
           END-READ.

           MOVE ITM-Quarantine-Qty TO WS-Disp-Qty.
           DISPLAY ITM-Item-Name " in quarantine " WS-Disp-Qty.
           DISPLAY "Units to take out (0 = all in quarantine):".
           MOVE 0 TO WS-Maint-Hold-Qty.
           ACCEPT WS-Maint-Hold-Qty.
           IF WS-Maint-Hold-Qty = 0 THEN
               MOVE ITM-Quarantine-Qty TO WS-Maint-Hold-Qty
           END-IF.
           IF WS-Maint-Hold-Qty = 0 THEN
               DISPLAY "Nothing in quarantine"
               CLOSE Item-Master-File
               EXIT SECTION
           END-IF.
           IF WS-Maint-Hold-Qty > ITM-Quarantine-Qty THEN
               DISPLAY "More than is in quarantine - nothing moved"
               CLOSE Item-Master-File
               EXIT SECTION
           END-IF.

           SUBTRACT WS-Maint-Hold-Qty FROM ITM-Quarantine-Qty.
           IF WS-Disposal-Released THEN
               ADD WS-Maint-Hold-Qty TO ITM-On-Hand-Qty
           END-IF.
           REWRITE Item-Master-Record.
           CLOSE Item-Master-File.
           MOVE WS-Maint-Hold-Qty TO WS-Disp-Qty.
           IF WS-Disposal-Released THEN
               DISPLAY WS-Disp-Qty " released back on hand"
               MOVE "RECALL-RELEASE" TO WS-Audit-Action
           ELSE
               DISPLAY WS-Disp-Qty " destroyed"
               MOVE "RECALL-DESTROY" TO WS-Audit-Action
           END-IF.
           PERFORM Set-Audit-Detail-Section.
           PERFORM Write-Audit-Section.

       Set-Audit-Detail-Section SECTION. *> Item and units moved
           MOVE WS-Maint-Hold-Qty TO WS-Disp-Qty.
           MOVE SPACES TO WS-Audit-Detail.
           STRING WS-Maint-Item-Code DELIMITED BY SIZE
                  " qty " DELIMITED BY SIZE
                  WS-Disp-Qty DELIMITED BY SIZE
               INTO WS-Audit-Detail.

       List-Recalls-Section SECTION. *> Everything on file
           MOVE "N" TO WS-List-EOF-Flag.
           MOVE LOW-VALUES TO RCL-Item-Code.
           START Recall-File KEY NOT < RCL-Item-Code
               INVALID KEY
                   SET WS-List-EOF TO TRUE
           END-START.
           PERFORM List-One-Recall-Section
               UNTIL WS-List-EOF.

       List-One-Recall-Section SECTION. *> One recall shown
           READ Recall-File NEXT RECORD
               AT END
                   SET WS-List-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF RCL-Is-Active THEN
               DISPLAY RCL-Item-Code " " RCL-Reference " ACTIVE since "
                   RCL-Start-Date
           ELSE
               DISPLAY RCL-Item-Code " " RCL-Reference " ended "
                   RCL-End-Date
           END-IF.
           DISPLAY "    " RCL-Reason.
           PERFORM List-One-Range-Section
               VARYING RG FROM 1 BY 1 UNTIL RG > RCL-Range-Count.

       List-One-Range-Section SECTION. *> One serial range shown
           DISPLAY "    serials " RCL-Serial-From(RG) " to "
               RCL-Serial-To(RG).

       Sign-On-Supervisor-Section SECTION. *> MAINT permission only
           DISPLAY "Supervisor card number:".
           ACCEPT WS-Supervisor-Card-Number.
           DISPLAY "Supervisor PIN:".
           ACCEPT WS-Supervisor-PIN.

           OPEN INPUT Cardholder-File.
           IF NOT WS-Cardholder-OK THEN
               DISPLAY "Cardholder file won't open (status "
                   WS-Cardholder-Status ")"
               EXIT SECTION
           END-IF.
           CALL "PinHash" USING WS-Supervisor-Card-Number
               WS-Supervisor-PIN WS-Supervisor-PIN-Hash.
           MOVE WS-Supervisor-Card-Number TO CH-Card-Number.
           READ Cardholder-File
               INVALID KEY
                   DISPLAY "Supervisor Card Not Recognised"
                   CLOSE Cardholder-File
                   EXIT SECTION
           END-READ.
           CLOSE Cardholder-File.
           IF CH-Not-Active
                   OR CH-PIN-Hash NOT = WS-Supervisor-PIN-Hash THEN
               DISPLAY "Supervisor Sign-On Denied"
               EXIT SECTION
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
                           EXIT SECTION
                       END-IF
                   NOT INVALID KEY
                       IF NOT PER-May-Maint THEN
                           DISPLAY "Sign-On Denied - no MAINT "
                               "permission"
                           CLOSE Permission-File
                           EXIT SECTION
                       END-IF
               END-READ
               CLOSE Permission-File
           ELSE
               IF CH-Not-Supervisor THEN
                   DISPLAY "Supervisor Sign-On Denied"
                   EXIT SECTION
               END-IF
           END-IF.

           MOVE ALL "*" TO WS-Masked-Card-Number.
           MOVE WS-Supervisor-Card-Number(13:4)
               TO WS-Masked-Card-Number(13:4).
           SET WS-Signed-On TO TRUE.

       Write-Audit-Section SECTION. *> One entry on the trail
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Audit-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Audit-Time.
           MOVE "RecallMnt" TO WS-Audit-Who.

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
                  " permission MAINT " DELIMITED BY SIZE
                  WS-Audit-Detail DELIMITED BY SIZE
               INTO Audit-Log-Record.
           WRITE Audit-Log-Record.
           CLOSE Audit-File.
       END PROGRAM RecallMaint.
