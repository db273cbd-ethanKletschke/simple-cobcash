      *Nightly cross-reference check of the master files - every link
      *one master holds to another is proved to land on a real record:
      *each item's supplier, department, tax category and linked
      *(deposit) item, each permission record's cardholder, and each
      *outstanding purchase order line's item and supplier. Every
      *broken link goes on the exceptions report (XREFCHK.TXT) with
      *the file, key, field and the bad value.
      *
      *A broken tax category or linked item is critical - the till
      *charges the wrong rate or drops the deposit line without a
      *word - and ends the run with a non-zero return code, so as a
      *step of the end-of-day close it stops the close until the
      *masters are put right. Everything else is reported as a
      *warning and lets the close carry on.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CrossRefCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Item master - walked end to end, and read by code to
      *    prove the linked items and the purchase order lines
           SELECT Item-Master-File ASSIGN TO "ITEMMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITM-Item-Code
           FILE STATUS IS WS-Item-Master-Status.
      *    Supplier master, read by code
           SELECT Supplier-File ASSIGN TO "SUPPLIER.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUP-Supplier-Code
           FILE STATUS IS WS-Supplier-Status.
      *    Department master, read by code
           SELECT Dept-File ASSIGN TO "DEPTMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DPT-Code
           FILE STATUS IS WS-Dept-Status.
      *    Tax table, loaded the way the till loads it
           SELECT Tax-Table-File ASSIGN TO "TAXTABLE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Tax-Table-Status.
      *    Per-cardholder permissions, walked end to end
           SELECT Permission-File ASSIGN TO "PERMLIST.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PER-Card-Number
           FILE STATUS IS WS-Permission-Status.
      *    Cardholder master, read by card number
           SELECT Cardholder-File ASSIGN TO "CARDHOLD.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CH-Card-Number
           FILE STATUS IS WS-Cardholder-Status.
      *    Purchase order lines, walked end to end
           SELECT Purch-Order-File ASSIGN TO "POMASTER.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PO-Key
           FILE STATUS IS WS-Purch-Order-Status.
      *    The exceptions report this program produces
           SELECT Xref-Report-File ASSIGN TO "XREFCHK.TXT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Item-Master-File.
           COPY "ItemMasterRecord.cpy".

       FD  Supplier-File.
           COPY "SupplierRecord.cpy".

       FD  Dept-File.
           COPY "DeptRecord.cpy".

       FD  Tax-Table-File.
           COPY "TaxRateRecord.cpy".

       FD  Permission-File.
           COPY "PermissionRecord.cpy".

       FD  Cardholder-File.
           COPY "CardholderRecord.cpy".

       FD  Purch-Order-File.
           COPY "PurchOrderRecord.cpy".

       FD  Xref-Report-File.
       01  Report-Line-Record PIC X(120).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Item-Master-Status PIC X(02).
           88 WS-Item-Master-OK VALUE "00".
       01  WS-Supplier-Status PIC X(02).
           88 WS-Supplier-OK VALUE "00".
       01  WS-Dept-Status PIC X(02).
           88 WS-Dept-OK VALUE "00".
       01  WS-Tax-Table-Status PIC X(02).
           88 WS-Tax-Table-OK VALUE "00".
       01  WS-Permission-Status PIC X(02).
           88 WS-Permission-OK VALUE "00".
       01  WS-Cardholder-Status PIC X(02).
           88 WS-Cardholder-OK VALUE "00".
       01  WS-Purch-Order-Status PIC X(02).
           88 WS-Purch-Order-OK VALUE "00".
      *"Y" once each master opened - judged once at OPEN, since the
      *live status turns "23" on the first code that isn't there
       01  WS-Opened-Flags.
           05 WS-Item-Master-Opened-Flag PIC X(01) VALUE "N".
               88 WS-Item-Master-Opened VALUE "Y".
           05 WS-Supplier-Opened-Flag PIC X(01) VALUE "N".
               88 WS-Supplier-Opened VALUE "Y".
           05 WS-Dept-Opened-Flag PIC X(01) VALUE "N".
               88 WS-Dept-Opened VALUE "Y".
           05 WS-Cardholder-Opened-Flag PIC X(01) VALUE "N".
               88 WS-Cardholder-Opened VALUE "Y".
      *"Y" once each walk runs out of records
       01  WS-Item-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Item-EOF VALUE "Y".
       01  WS-Tax-Table-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Tax-Table-EOF VALUE "Y".
       01  WS-Permission-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Permission-EOF VALUE "Y".
       01  WS-PO-EOF-Flag PIC X(01) VALUE "N".
           88 WS-PO-EOF VALUE "Y".

      *The tax categories the till knows - it holds seven besides
      *the standard rate, so a category past the seventh on the file
      *is as unknown to it as one never keyed at all
       01  WS-Tax-Table.
           05 WS-Tax-Cat-Count PIC 9(02) COMP VALUE 0.
           05 WS-Tax-Cat-Max PIC 9(02) COMP VALUE 7.
           05 WS-Tax-Cat PIC X(01) OCCURS 7 TIMES.
           05 TC PIC 9(02) COMP VALUE 0.
           05 WS-Tax-Cat-Found PIC 9(02) COMP VALUE 0.
      *Linked items, kept from the walk and proved after it - the
      *walk can't stop to read another item without losing its place
       01  WS-Link-Table.
           05 WS-Link-Count PIC 9(04) COMP VALUE 0.
           05 WS-Link-Max PIC 9(04) COMP VALUE 2000.
           05 WS-Link-Entry OCCURS 2000 TIMES.
               10 WS-Link-Item-Code PIC X(10).
               10 WS-Link-Code PIC X(10).
           05 LK PIC 9(04) COMP VALUE 0.
       01  WS-Links-Not-Checked PIC 9(05) VALUE 0.

      *The exception being written
       01  WS-Exception.
           05 WS-Exc-Severity PIC X(04) VALUE SPACES.
               88 WS-Exc-Is-Critical VALUE "CRIT".
           05 WS-Exc-File PIC X(08) VALUE SPACES.
           05 WS-Exc-Key PIC X(18) VALUE SPACES.
           05 WS-Exc-Field PIC X(18) VALUE SPACES.
           05 WS-Exc-Value PIC X(12) VALUE SPACES.
           05 WS-Exc-Note PIC X(30) VALUE SPACES.
      *A masked card number for the permission exceptions
       01  WS-Masked-Card-Number PIC X(16) VALUE SPACES.
      *Run counts
       01  WS-Xref-Counts.
           05 WS-Items-Checked PIC 9(06) VALUE 0.
           05 WS-Perms-Checked PIC 9(06) VALUE 0.
           05 WS-PO-Lines-Checked PIC 9(06) VALUE 0.
           05 WS-Critical-Count PIC 9(06) VALUE 0.
           05 WS-Warning-Count PIC 9(06) VALUE 0.
      *Edited figures for the report lines
       01  WS-Disp-Xref-Fields.
           05 WS-Disp-Count PIC ZZZ,ZZ9.
           05 WS-Disp-Count2 PIC ZZZ,ZZ9.
           05 WS-Disp-Count3 PIC ZZZ,ZZ9.
      *Today's date, for the heading
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Every link checked, then the verdict
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           OPEN OUTPUT Xref-Report-File.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Master File Cross-Reference Check   "
                      DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Sev   File      Key                 "
                      DELIMITED BY SIZE
                  "Field               Bad Value     Problem"
                      DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

           PERFORM Load-Tax-Table-Section.
           PERFORM Check-Items-Section.
           PERFORM Check-Permissions-Section.
           PERFORM Check-Purchase-Orders-Section.
           IF WS-Item-Master-Opened THEN
               CLOSE Item-Master-File
           END-IF.

           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Items-Checked TO WS-Disp-Count.
           MOVE WS-Perms-Checked TO WS-Disp-Count2.
           MOVE WS-PO-Lines-Checked TO WS-Disp-Count3.
           MOVE SPACES TO Report-Line-Record.
           STRING "Checked - items:" DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  " permissions:" DELIMITED BY SIZE
                  WS-Disp-Count2 DELIMITED BY SIZE
                  " open PO lines:" DELIMITED BY SIZE
                  WS-Disp-Count3 DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.
           MOVE WS-Critical-Count TO WS-Disp-Count.
           MOVE WS-Warning-Count TO WS-Disp-Count2.
           MOVE SPACES TO Report-Line-Record.
           STRING "Critical breaks:" DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  "   Warnings:" DELIMITED BY SIZE
                  WS-Disp-Count2 DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.
           CLOSE Xref-Report-File.
           DISPLAY "Cross-reference exceptions written to "
               "XREFCHK.TXT".

      *    A critical break fails the run, and with it the close
           IF WS-Critical-Count > 0 THEN
               DISPLAY "CRITICAL BREAKS FOUND - fix the masters "
                   "before the close goes on"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       Load-Tax-Table-Section SECTION. *> The categories on file
           OPEN INPUT Tax-Table-File.
           IF NOT WS-Tax-Table-OK THEN
      *        No table means every category falls to the standard
      *        rate - each item carrying one is reported below.
               EXIT SECTION
           END-IF.
           PERFORM Load-One-Tax-Cat-Section
               UNTIL WS-Tax-Table-EOF.
           CLOSE Tax-Table-File.

       Load-One-Tax-Cat-Section SECTION. *> One category in
           READ Tax-Table-File
               AT END
                   SET WS-Tax-Table-EOF TO TRUE
               NOT AT END
                   IF WS-Tax-Cat-Count < WS-Tax-Cat-Max THEN
                       ADD 1 TO WS-Tax-Cat-Count
                       MOVE TAX-Category
                           TO WS-Tax-Cat(WS-Tax-Cat-Count)
                   END-IF
           END-READ.

       Check-Items-Section SECTION. *> Every item's four links
           OPEN INPUT Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               MOVE "CRIT" TO WS-Exc-Severity
               MOVE "ITEMMSTR" TO WS-Exc-File
               MOVE SPACES TO WS-Exc-Key
               MOVE SPACES TO WS-Exc-Field
               MOVE WS-Item-Master-Status TO WS-Exc-Value
               MOVE "item master won't open" TO WS-Exc-Note
               PERFORM Write-Exception-Section
               EXIT SECTION
           END-IF.
           SET WS-Item-Master-Opened TO TRUE.
           OPEN INPUT Supplier-File.
           IF WS-Supplier-OK THEN
               SET WS-Supplier-Opened TO TRUE
           END-IF.
           OPEN INPUT Dept-File.
           IF WS-Dept-OK THEN
               SET WS-Dept-Opened TO TRUE
           END-IF.

           PERFORM Check-One-Item-Section
               UNTIL WS-Item-EOF.

      *    The walk is over - now each kept link can be read by code
           PERFORM Check-One-Link-Section
               VARYING LK FROM 1 BY 1 UNTIL LK > WS-Link-Count.
           IF WS-Links-Not-Checked > 0 THEN
               MOVE "WARN" TO WS-Exc-Severity
               MOVE "ITEMMSTR" TO WS-Exc-File
               MOVE SPACES TO WS-Exc-Key
               MOVE "ITM-Linked-Code" TO WS-Exc-Field
               MOVE WS-Links-Not-Checked TO WS-Exc-Value
               MOVE "links past 2000 not checked" TO WS-Exc-Note
               PERFORM Write-Exception-Section
           END-IF.

           IF WS-Supplier-Opened THEN
               CLOSE Supplier-File
           END-IF.
           IF WS-Dept-Opened THEN
               CLOSE Dept-File
           END-IF.
      *    The item master stays open - the purchase order lines are
      *    proved against it next.

       Check-One-Item-Section SECTION. *> One item's links
           READ Item-Master-File NEXT RECORD
               AT END
                   SET WS-Item-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           ADD 1 TO WS-Items-Checked.
           MOVE "ITEMMSTR" TO WS-Exc-File.
           MOVE ITM-Item-Code TO WS-Exc-Key.

      *    Spaces on any of these means "none" - only a filled-in
      *    code can point at nothing.
           IF ITM-Supplier-Code NOT = SPACES
                   AND WS-Supplier-Opened THEN
               MOVE ITM-Supplier-Code TO SUP-Supplier-Code
               READ Supplier-File
                   INVALID KEY
                       MOVE "WARN" TO WS-Exc-Severity
                       MOVE "ITM-Supplier-Code" TO WS-Exc-Field
                       MOVE ITM-Supplier-Code TO WS-Exc-Value
                       MOVE "not on SUPPLIER.DAT" TO WS-Exc-Note
                       PERFORM Write-Exception-Section
               END-READ
           END-IF.

           IF ITM-Dept-Code NOT = SPACES
                   AND WS-Dept-Opened THEN
               MOVE ITM-Dept-Code TO DPT-Code
               READ Dept-File
                   INVALID KEY
                       MOVE "WARN" TO WS-Exc-Severity
                       MOVE "ITM-Dept-Code" TO WS-Exc-Field
                       MOVE ITM-Dept-Code TO WS-Exc-Value
                       MOVE "not on DEPTMSTR.DAT" TO WS-Exc-Note
                       PERFORM Write-Exception-Section
               END-READ
           END-IF.

           IF ITM-Tax-Category NOT = SPACE THEN
               MOVE 0 TO WS-Tax-Cat-Found
               PERFORM Match-One-Tax-Cat-Section
                   VARYING TC FROM 1 BY 1
                   UNTIL TC > WS-Tax-Cat-Count
                      OR WS-Tax-Cat-Found > 0
               IF WS-Tax-Cat-Found = 0 THEN
                   MOVE "CRIT" TO WS-Exc-Severity
                   MOVE "ITM-Tax-Category" TO WS-Exc-Field
                   MOVE ITM-Tax-Category TO WS-Exc-Value
                   MOVE "not on TAXTABLE.DAT" TO WS-Exc-Note
                   PERFORM Write-Exception-Section
               END-IF
           END-IF.

           IF ITM-Linked-Code NOT = SPACES THEN
               IF WS-Link-Count < WS-Link-Max THEN
                   ADD 1 TO WS-Link-Count
                   MOVE ITM-Item-Code
                       TO WS-Link-Item-Code(WS-Link-Count)
                   MOVE ITM-Linked-Code TO WS-Link-Code(WS-Link-Count)
               ELSE
                   ADD 1 TO WS-Links-Not-Checked
               END-IF
           END-IF.

       Match-One-Tax-Cat-Section SECTION. *> Try one category
           IF WS-Tax-Cat(TC) = ITM-Tax-Category THEN
               MOVE TC TO WS-Tax-Cat-Found
           END-IF.

       Check-One-Link-Section SECTION. *> One linked item proved
           MOVE "ITEMMSTR" TO WS-Exc-File.
           MOVE WS-Link-Item-Code(LK) TO WS-Exc-Key.
           MOVE "ITM-Linked-Code" TO WS-Exc-Field.
           MOVE WS-Link-Code(LK) TO WS-Exc-Value.
           MOVE "CRIT" TO WS-Exc-Severity.
      *    An item linked to itself would ring its own deposit line
      *    forever - as broken as one linked to nothing.
           IF WS-Link-Code(LK) = WS-Link-Item-Code(LK) THEN
               MOVE "item is linked to itself" TO WS-Exc-Note
               PERFORM Write-Exception-Section
               EXIT SECTION
           END-IF.
           MOVE WS-Link-Code(LK) TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   MOVE "not on ITEMMSTR.DAT" TO WS-Exc-Note
                   PERFORM Write-Exception-Section
           END-READ.

       Check-Permissions-Section SECTION. *> Every permission's card
           OPEN INPUT Permission-File.
           IF NOT WS-Permission-OK THEN
      *        No permission file - every supervisor works off the
      *        flag, and there is nothing here to prove.
               EXIT SECTION
           END-IF.
           OPEN INPUT Cardholder-File.
           IF WS-Cardholder-OK THEN
               SET WS-Cardholder-Opened TO TRUE
           END-IF.
           PERFORM Check-One-Permission-Section
               UNTIL WS-Permission-EOF.
           CLOSE Permission-File.
           IF WS-Cardholder-Opened THEN
               CLOSE Cardholder-File
           END-IF.

       Check-One-Permission-Section SECTION. *> One card's record
           READ Permission-File NEXT RECORD
               AT END
                   SET WS-Permission-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           ADD 1 TO WS-Perms-Checked.
           MOVE ALL "*" TO WS-Masked-Card-Number.
           MOVE PER-Card-Number(13:4) TO WS-Masked-Card-Number(13:4).
           MOVE "WARN" TO WS-Exc-Severity.
           MOVE "PERMLIST" TO WS-Exc-File.
           MOVE WS-Masked-Card-Number TO WS-Exc-Key.
           MOVE "PER-Card-Number" TO WS-Exc-Field.
           MOVE PER-Card-Number(13:4) TO WS-Exc-Value.

           IF NOT WS-Cardholder-Opened THEN
               MOVE "CARDHOLD.DAT won't open" TO WS-Exc-Note
               PERFORM Write-Exception-Section
               EXIT SECTION
           END-IF.
           MOVE PER-Card-Number TO CH-Card-Number.
           READ Cardholder-File
               INVALID KEY
                   MOVE "not on CARDHOLD.DAT" TO WS-Exc-Note
                   PERFORM Write-Exception-Section
               NOT INVALID KEY
      *            Permissions left behind on a deactivated card are
      *            someone's keys still hanging on the hook.
                   IF CH-Not-Active THEN
                       MOVE "cardholder not active" TO WS-Exc-Note
                       PERFORM Write-Exception-Section
                   END-IF
           END-READ.

       Check-Purchase-Orders-Section SECTION. *> Open lines proved
           OPEN INPUT Purch-Order-File.
           IF NOT WS-Purch-Order-OK THEN
               EXIT SECTION
           END-IF.
           MOVE "N" TO WS-Supplier-Opened-Flag.
           OPEN INPUT Supplier-File.
           IF WS-Supplier-OK THEN
               SET WS-Supplier-Opened TO TRUE
           END-IF.
           PERFORM Check-One-PO-Line-Section
               UNTIL WS-PO-EOF.
           CLOSE Purch-Order-File.
           IF WS-Supplier-Opened THEN
               CLOSE Supplier-File
           END-IF.

       Check-One-PO-Line-Section SECTION. *> One purchase order line
           READ Purch-Order-File NEXT RECORD
               AT END
                   SET WS-PO-EOF TO TRUE
                   EXIT SECTION
           END-READ.
      *    A line already received in full is history - only what is
      *    still expected on the dock has to point somewhere real.
           IF NOT PO-Is-Outstanding THEN
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-PO-Lines-Checked.
           MOVE "WARN" TO WS-Exc-Severity.
           MOVE "POMASTER" TO WS-Exc-File.
           MOVE SPACES TO WS-Exc-Key.
           STRING PO-Number DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  PO-Item-Code DELIMITED BY SIZE
               INTO WS-Exc-Key.

           IF WS-Item-Master-Opened THEN
               MOVE PO-Item-Code TO ITM-Item-Code
               READ Item-Master-File
                   INVALID KEY
                       MOVE "PO-Item-Code" TO WS-Exc-Field
                       MOVE PO-Item-Code TO WS-Exc-Value
                       MOVE "not on ITEMMSTR.DAT" TO WS-Exc-Note
                       PERFORM Write-Exception-Section
               END-READ
           END-IF.

           IF WS-Supplier-Opened THEN
               MOVE PO-Supplier-Code TO SUP-Supplier-Code
               READ Supplier-File
                   INVALID KEY
                       MOVE "PO-Supplier-Code" TO WS-Exc-Field
                       MOVE PO-Supplier-Code TO WS-Exc-Value
                       MOVE "not on SUPPLIER.DAT" TO WS-Exc-Note
                       PERFORM Write-Exception-Section
               END-READ
           END-IF.

       Write-Exception-Section SECTION. *> One broken link reported
           IF WS-Exc-Is-Critical THEN
               ADD 1 TO WS-Critical-Count
           ELSE
               ADD 1 TO WS-Warning-Count
           END-IF.
           MOVE SPACES TO Report-Line-Record.
           STRING WS-Exc-Severity DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Exc-File DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Exc-Key DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Exc-Field DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Exc-Value DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Exc-Note DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
       END PROGRAM CrossRefCheck.
