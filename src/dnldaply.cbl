      *Store side of the head-office master download: applies the
      *download file head office produced for this store
      *(DNLD<store>.DAT, store id off the config) to the tax table,
      *item master, pending price changes and promotions. Run before
      *DayControl's day-open - it refuses while the day is open, so
      *the till never loads half a set of prices. Each record is
      *checked before it is applied and rejected with its reason
      *if it fails; the run prints what was applied and what was
      *rejected (DNLDAPLY.TXT). Head office only ever sets the
      *fields it owns - the store's stock, quarantine and reorder
      *settings are never touched. The stamp of the last download
      *applied (DNLDCTL.DAT) stops a file being applied twice, and
      *catches one missed in between.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DownloadApply.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The download from head office, opened by this store's name
           SELECT Download-File ASSIGN TO WS-Download-Filename
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Download-Status.
      *    The last download applied - its stamp and when
           SELECT Download-Control-File ASSIGN TO "DNLDCTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Download-Control-Status.
      *    Store configuration - this store's id
           SELECT Store-Config-File ASSIGN TO "STORECFG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Store-Config-Status.
      *    The business-day control record - no apply while open
           SELECT Day-Control-File ASSIGN TO "DAYCTL.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Day-Control-Status.
      *    Item master - adds, changes and deletes go straight in;
      *    read through when a tax category delete is checked
           SELECT Item-Master-File ASSIGN TO "ITEMMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITM-Item-Code
           FILE STATUS IS WS-Item-Master-Status.
      *    Department master, read-only - an item's department must
      *    be on it
           SELECT Dept-File ASSIGN TO "DEPTMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DPT-Code
           FILE STATUS IS WS-Dept-Status.
      *    Tax table, held in a table here and written back whole
           SELECT Tax-Table-File ASSIGN TO "TAXTABLE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Tax-Table-Status.
      *    Pending price changes, held and written back whole
           SELECT Price-Change-File ASSIGN TO "PRICECHG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Price-Change-Status.
      *    Promotions, held and written back whole
           SELECT Promo-File ASSIGN TO "PROMO.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Promo-File-Status.
      *    Items whose price moved, waiting on the shelf-label run
           SELECT Label-Queue-File ASSIGN TO "LBLQUEUE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Label-Queue-Status.
      *    Item price history, as item maintenance keeps it
           SELECT History-File ASSIGN TO "ITMHIST.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-History-Status.
      *    The applied/rejected report this program produces
           SELECT Apply-Report-File ASSIGN TO "DNLDAPLY.TXT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Download-File.
           COPY "DownloadRecord.cpy".

       FD  Download-Control-File.
       01  Download-Control-Record.
           05 DCT-Last-Stamp PIC X(14).
           05 DCT-Applied-Date PIC X(10).

       FD  Store-Config-File.
           COPY "StoreConfigRecord.cpy".

       FD  Day-Control-File.
           COPY "DayControlRecord.cpy".

       FD  Item-Master-File.
           COPY "ItemMasterRecord.cpy".

       FD  Dept-File.
           COPY "DeptRecord.cpy".

       FD  Tax-Table-File.
           COPY "TaxRateRecord.cpy".

       FD  Price-Change-File.
           COPY "PriceChangeRecord.cpy".

       FD  Promo-File.
           COPY "PromoRecord.cpy".

       FD  Label-Queue-File.
           COPY "LabelQueueRecord.cpy".

       FD  History-File.
       01  History-Line-Record PIC X(100).

       FD  Apply-Report-File.
       01  Report-Line-Record PIC X(90).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Download-Status PIC X(02).
           88 WS-Download-OK VALUE "00".
       01  WS-Download-Control-Status PIC X(02).
           88 WS-Download-Control-OK VALUE "00".
       01  WS-Store-Config-Status PIC X(02).
           88 WS-Store-Config-OK VALUE "00".
       01  WS-Day-Control-Status PIC X(02).
           88 WS-Day-Control-OK VALUE "00".
       01  WS-Item-Master-Status PIC X(02).
           88 WS-Item-Master-OK VALUE "00".
       01  WS-Dept-Status PIC X(02).
           88 WS-Dept-OK VALUE "00".
       01  WS-Tax-Table-Status PIC X(02).
           88 WS-Tax-Table-OK VALUE "00".
       01  WS-Price-Change-Status PIC X(02).
           88 WS-Price-Change-OK VALUE "00".
       01  WS-Promo-File-Status PIC X(02).
           88 WS-Promo-File-OK VALUE "00".
       01  WS-Label-Queue-Status PIC X(02).
       01  WS-History-Status PIC X(02).
      *"Y" once the download runs out of records
       01  WS-Download-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Download-EOF VALUE "Y".
      *"Y" once a table's file runs out of records as it loads
       01  WS-Load-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Load-EOF VALUE "Y".
      *"Y" once the item read-through for a tax delete is done
       01  WS-Item-Scan-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Item-Scan-EOF VALUE "Y".
      *"Y" if the department master could be opened - without it
      *an item's department can't be checked and is taken as keyed
       01  WS-Dept-Opened-Flag PIC X(01) VALUE "N".
           88 WS-Dept-Opened VALUE "Y".
      *This store's id - defaulting like the till does when no id
      *has been set
       01  WS-Store-ID PIC X(03) VALUE "001".
       01  WS-Download-Filename PIC X(40) VALUE SPACES.
       01  WS-Date PIC 9999/99/99.
       01  WS-Time PIC 99/99/99.

      *What the first pass over the download found - it is applied
      *only if it is whole and meant for this store
       01  WS-Download-Check.
           05 WS-Dnld-Store-ID PIC X(03) VALUE SPACES.
           05 WS-Dnld-Run-Stamp PIC X(14) VALUE SPACES.
           05 WS-Dnld-Prev-Stamp PIC X(14) VALUE SPACES.
           05 WS-Dnld-Lines PIC 9(06) VALUE 0.
           05 WS-Dnld-Body-Count PIC 9(06) VALUE 0.
           05 WS-Dnld-Trailer-Count PIC 9(06) VALUE 0.
           05 WS-Dnld-Header-Flag PIC X(01) VALUE "N".
               88 WS-Dnld-Has-Header VALUE "Y".
           05 WS-Dnld-Trailer-Flag PIC X(01) VALUE "N".
               88 WS-Dnld-Has-Trailer VALUE "Y".
      *The stamp of the last download applied here - zeros if none
       01  WS-Last-Stamp PIC X(14) VALUE ZEROS.

      *The tax table as it stands, with this run's changes - the
      *till holds seven categories besides its standard rate
       01  WS-Tax-Table.
           05 WS-Tax-Count PIC 9(02) COMP VALUE 0.
           05 WS-Tax-Max PIC 9(02) COMP VALUE 7.
           05 WS-Tax-Entry OCCURS 7 TIMES.
               10 WS-Tax-Cat PIC X(01).
               10 WS-Tax-Rate PIC 9V999.
               10 WS-Tax-Gone PIC X(01).
           05 TC PIC 9(02) COMP VALUE 0.
           05 WS-Tax-Found PIC 9(02) COMP VALUE 0.
      *The pending price changes, likewise
       01  WS-Pending-Table.
           05 WS-Pend-Count PIC 9(03) COMP VALUE 0.
           05 WS-Pend-Max PIC 9(03) COMP VALUE 200.
           05 WS-Pend-Entry OCCURS 200 TIMES.
               10 WS-Pend-Item-Code PIC X(10).
               10 WS-Pend-New-Price PIC 9(06)V99.
               10 WS-Pend-Eff-Date PIC X(10).
               10 WS-Pend-Gone PIC X(01).
           05 PD PIC 9(03) COMP VALUE 0.
           05 WS-Pend-Found PIC 9(03) COMP VALUE 0.
      *The promotions, likewise - as many as the till loads
       01  WS-Promo-Table.
           05 WS-Prm-Count PIC 9(03) COMP VALUE 0.
           05 WS-Prm-Max PIC 9(03) COMP VALUE 50.
           05 WS-Prm-Entry OCCURS 50 TIMES.
               10 WS-Prm-Item-Code PIC X(10).
               10 WS-Prm-Type PIC X(01).
               10 WS-Prm-Value PIC 9(06)V99.
               10 WS-Prm-Start-Date PIC X(10).
               10 WS-Prm-End-Date PIC X(10).
               10 WS-Prm-Group-ID PIC X(06).
               10 WS-Prm-Trigger-Qty PIC 9(03).
               10 WS-Prm-Gone PIC X(01).
           05 PM PIC 9(03) COMP VALUE 0.
           05 WS-Prm-Found PIC 9(03) COMP VALUE 0.
      *"Y" if a file holds more than its table can - none of that
      *master's records are applied, since the write-back from the
      *table would silently destroy whatever didn't fit
       01  WS-Table-Overflow-Flags.
           05 WS-Tax-Overflow-Flag PIC X(01) VALUE "N".
               88 WS-Tax-Overflow VALUE "Y".
           05 WS-Pend-Overflow-Flag PIC X(01) VALUE "N".
               88 WS-Pend-Overflow VALUE "Y".
           05 WS-Prm-Overflow-Flag PIC X(01) VALUE "N".
               88 WS-Prm-Overflow VALUE "Y".
      *"Y" once a table has been changed and needs writing back
       01  WS-Table-Changed-Flags.
           05 WS-Tax-Changed-Flag PIC X(01) VALUE "N".
               88 WS-Tax-Changed VALUE "Y".
           05 WS-Pend-Changed-Flag PIC X(01) VALUE "N".
               88 WS-Pend-Changed VALUE "Y".
           05 WS-Prm-Changed-Flag PIC X(01) VALUE "N".
               88 WS-Prm-Changed VALUE "Y".

      *The record being applied - its key for the report, and why
      *it was turned away if it was
       01  WS-Rpt-Key PIC X(21) VALUE SPACES.
       01  WS-Reject-Reason PIC X(45) VALUE SPACES.
      *A date off the download, checked for yyyy/mm/dd
       01  WS-Check-Date PIC X(10) VALUE SPACES.
       01  WS-Date-Valid-Flag PIC X(01) VALUE "N".
           88 WS-Date-Valid VALUE "Y".
      *The price an item had before this run changed it
       01  WS-Old-Item-Price PIC 9(06)V99 VALUE 0.
       01  WS-Hist-Old-Price PIC $ZZZZZ9.99.
       01  WS-Hist-New-Price PIC $ZZZZZ9.99.
      *Counts for the report
       01  WS-Apply-Counts.
           05 WS-Applied-Count PIC 9(06) VALUE 0.
           05 WS-Rejected-Count PIC 9(06) VALUE 0.
           05 WS-Label-Count PIC 9(06) VALUE 0.
       01  WS-Disp-Count PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Check the download, then apply it
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.

      *    Which store this is - off the config
           OPEN INPUT Store-Config-File.
           IF WS-Store-Config-OK THEN
               READ Store-Config-File
                   NOT AT END
                       IF SCFG-Store-ID NOT = SPACES THEN
                           MOVE SCFG-Store-ID TO WS-Store-ID
                       END-IF
               END-READ
               CLOSE Store-Config-File
           END-IF.

      *    The till loads its prices at the day-open - changing them
      *    under an open day would leave it selling at the old ones.
           OPEN INPUT Day-Control-File.
           IF WS-Day-Control-OK THEN
               READ Day-Control-File
                   NOT AT END
                       IF DAY-Is-Open THEN
                           DISPLAY "Day is open (since "
                               DAY-Open-Date
                               ") - apply the download before the "
                               "day-open"
                           CLOSE Day-Control-File
                           STOP RUN
                       END-IF
               END-READ
               CLOSE Day-Control-File
           END-IF.

           MOVE SPACES TO WS-Download-Filename.
           STRING "DNLD" DELIMITED BY SIZE
                  WS-Store-ID DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-Download-Filename.

           PERFORM Check-Download-Section.

           OPEN INPUT Download-Control-File.
           IF WS-Download-Control-OK THEN
               READ Download-Control-File
                   NOT AT END
                       MOVE DCT-Last-Stamp TO WS-Last-Stamp
               END-READ
               CLOSE Download-Control-File
           END-IF.
           IF WS-Dnld-Run-Stamp NOT > WS-Last-Stamp THEN
               DISPLAY WS-Download-Filename " (" WS-Dnld-Run-Stamp
                   ") is already applied - nothing done"
               STOP RUN
           END-IF.
      *    Zeros in the previous stamp mean a full resend, which
      *    stands on its own; otherwise it must follow the last one
      *    applied, or the changes in the missed file never arrive.
           IF WS-Dnld-Prev-Stamp NOT = ZEROS
                   AND WS-Dnld-Prev-Stamp NOT = WS-Last-Stamp THEN
               DISPLAY "A download was missed - this one follows "
                   WS-Dnld-Prev-Stamp ", last applied "
                   WS-Last-Stamp
               DISPLAY "Ask head office for a full resend - "
                   "nothing done"
               STOP RUN
           END-IF.

           OPEN I-O Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "Can't open ITEMMSTR.DAT (status "
                   WS-Item-Master-Status ") - nothing done"
               STOP RUN
           END-IF.
           OPEN INPUT Dept-File.
           IF WS-Dept-OK THEN
               SET WS-Dept-Opened TO TRUE
           END-IF.

           PERFORM Load-Tax-Table-Section.
           PERFORM Load-Pending-Table-Section.
           PERFORM Load-Promo-Table-Section.

           OPEN EXTEND Label-Queue-File.
           IF WS-Label-Queue-Status = "35" THEN
      *        File doesn't exist yet - start it off
               OPEN OUTPUT Label-Queue-File
           END-IF.
           OPEN EXTEND History-File.
           IF WS-History-Status = "35" THEN
               OPEN OUTPUT History-File
           END-IF.

           OPEN OUTPUT Apply-Report-File.
           MOVE "=============================================="
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Head-Office Download Applied - store "
                      DELIMITED BY SIZE
                  WS-Store-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Download " DELIMITED BY SIZE
                  WS-Dnld-Run-Stamp DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "=============================================="
               TO Report-Line-Record.
           WRITE Report-Line-Record.

           MOVE "N" TO WS-Download-EOF-Flag.
           OPEN INPUT Download-File.
           PERFORM Apply-One-Record-Section
               UNTIL WS-Download-EOF.
           CLOSE Download-File.

           IF WS-Tax-Changed THEN
               PERFORM Write-Back-Tax-Table-Section
           END-IF.
           IF WS-Pend-Changed THEN
               PERFORM Write-Back-Pending-Section
           END-IF.
           IF WS-Prm-Changed THEN
               PERFORM Write-Back-Promo-Section
           END-IF.

           CLOSE Item-Master-File.
           IF WS-Dept-Opened THEN
               CLOSE Dept-File
           END-IF.
           CLOSE Label-Queue-File.
           CLOSE History-File.

           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Applied-Count TO WS-Disp-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "  Applied:        " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Rejected-Count TO WS-Disp-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "  Rejected:       " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Label-Count TO WS-Disp-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "  Labels queued:  " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           CLOSE Apply-Report-File.

      *    Rejected records are not retried - head office corrects
      *    its master and the next download carries the fix.
           OPEN OUTPUT Download-Control-File.
           MOVE WS-Dnld-Run-Stamp TO DCT-Last-Stamp.
           MOVE WS-Date TO DCT-Applied-Date.
           WRITE Download-Control-Record.
           CLOSE Download-Control-File.

           DISPLAY WS-Download-Filename " applied - "
               WS-Applied-Count " applied, "
               WS-Rejected-Count " rejected - see DNLDAPLY.TXT".
           STOP RUN.

       Check-Download-Section SECTION. *> Whole, and for this store?
           MOVE "N" TO WS-Download-EOF-Flag.
           OPEN INPUT Download-File.
           IF WS-Download-Status = "35" THEN
               DISPLAY "No download waiting (" WS-Download-Filename
                   ")"
               STOP RUN
           END-IF.
           IF NOT WS-Download-OK THEN
               DISPLAY "Can't open " WS-Download-Filename
                   " (status " WS-Download-Status ")"
               STOP RUN
           END-IF.
           PERFORM Check-One-Record-Section
               UNTIL WS-Download-EOF.
           CLOSE Download-File.

           IF NOT WS-Dnld-Has-Header THEN
               DISPLAY WS-Download-Filename
                   " has no header - nothing done"
               STOP RUN
           END-IF.
           IF WS-Dnld-Store-ID NOT = WS-Store-ID THEN
               DISPLAY WS-Download-Filename " is for store "
                   WS-Dnld-Store-ID ", not " WS-Store-ID
                   " - nothing done"
               STOP RUN
           END-IF.
      *    A file cut short in transit loses its trailer, or its
      *    count no longer matches - none of it is trusted.
           IF NOT WS-Dnld-Has-Trailer
                   OR WS-Dnld-Trailer-Count
                       NOT = WS-Dnld-Body-Count THEN
               DISPLAY WS-Download-Filename
                   " is incomplete - nothing done"
               STOP RUN
           END-IF.

       Check-One-Record-Section SECTION. *> Header, body, trailer
           READ Download-File
               AT END
                   SET WS-Download-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           ADD 1 TO WS-Dnld-Lines.
           EVALUATE TRUE
               WHEN DNL-Is-Header
                   IF WS-Dnld-Lines = 1 THEN
                       SET WS-Dnld-Has-Header TO TRUE
                       MOVE DNL-Store-ID TO WS-Dnld-Store-ID
                       MOVE DNL-Run-Stamp TO WS-Dnld-Run-Stamp
                       MOVE DNL-Prev-Stamp TO WS-Dnld-Prev-Stamp
                   END-IF
               WHEN DNL-Is-Trailer
                   SET WS-Dnld-Has-Trailer TO TRUE
                   MOVE DNL-Record-Count TO WS-Dnld-Trailer-Count
               WHEN OTHER
      *            Anything after the trailer means the trailer was
      *            not the end of the file
                   MOVE "N" TO WS-Dnld-Trailer-Flag
                   ADD 1 TO WS-Dnld-Body-Count
           END-EVALUATE.

       Apply-One-Record-Section SECTION. *> Route one record
           READ Download-File
               AT END
                   SET WS-Download-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           MOVE SPACES TO WS-Rpt-Key.
           EVALUATE TRUE
               WHEN DNL-Is-Header
                   CONTINUE
               WHEN DNL-Is-Trailer
                   CONTINUE
               WHEN NOT DNL-Is-Add AND NOT DNL-Is-Change
                       AND NOT DNL-Is-Delete
                   MOVE "Unknown action" TO WS-Reject-Reason
                   PERFORM Report-Rejected-Section
               WHEN DNL-Is-Tax
                   PERFORM Apply-Tax-Section
               WHEN DNL-Is-Item
                   PERFORM Apply-Item-Section
               WHEN DNL-Is-Price
                   PERFORM Apply-Price-Section
               WHEN DNL-Is-Promo
                   PERFORM Apply-Promo-Section
               WHEN OTHER
                   MOVE "Unknown master" TO WS-Reject-Reason
                   PERFORM Report-Rejected-Section
           END-EVALUATE.

       Apply-Tax-Section SECTION. *> One tax category
           MOVE DLT-Category TO WS-Rpt-Key.
           IF WS-Tax-Overflow THEN
               MOVE "TAXTABLE.DAT too large to rewrite"
                   TO WS-Reject-Reason
               PERFORM Report-Rejected-Section
               EXIT SECTION
           END-IF.
           IF DLT-Category = SPACE THEN
               MOVE "No tax category" TO WS-Reject-Reason
               PERFORM Report-Rejected-Section
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-Tax-Found.
           PERFORM Find-Tax-Entry-Section
               VARYING TC FROM 1 BY 1 UNTIL TC > WS-Tax-Count.

           IF DNL-Is-Delete THEN
               IF WS-Tax-Found = 0 THEN
                   MOVE "Tax category not on file" TO WS-Reject-Reason
                   PERFORM Report-Rejected-Section
                   EXIT SECTION
               END-IF
      *        An item left naming a category that has gone would
      *        quietly drop to the standard rate at the till.
               PERFORM Check-Tax-In-Use-Section
               IF WS-Reject-Reason NOT = SPACES THEN
                   PERFORM Report-Rejected-Section
                   EXIT SECTION
               END-IF
               MOVE "Y" TO WS-Tax-Gone(WS-Tax-Found)
               SET WS-Tax-Changed TO TRUE
               PERFORM Report-Applied-Section
               EXIT SECTION
           END-IF.

           IF DLT-Rate IS NOT NUMERIC THEN
               MOVE "Tax rate not numeric" TO WS-Reject-Reason
               PERFORM Report-Rejected-Section
               EXIT SECTION
           END-IF.
           IF WS-Tax-Found = 0 THEN
               IF WS-Tax-Count NOT < WS-Tax-Max THEN
                   MOVE "Tax table full" TO WS-Reject-Reason
                   PERFORM Report-Rejected-Section
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-Tax-Count
               MOVE WS-Tax-Count TO WS-Tax-Found
               MOVE DLT-Category TO WS-Tax-Cat(WS-Tax-Found)
               MOVE "N" TO WS-Tax-Gone(WS-Tax-Found)
           END-IF.
           MOVE DLT-Rate TO WS-Tax-Rate(WS-Tax-Found).
           SET WS-Tax-Changed TO TRUE.
           PERFORM Report-Applied-Section.

       Find-Tax-Entry-Section SECTION. *> Match the category
           IF WS-Tax-Found = 0
                   AND WS-Tax-Gone(TC) NOT = "Y"
                   AND WS-Tax-Cat(TC) = WS-Rpt-Key(1:1) THEN
               MOVE TC TO WS-Tax-Found
           END-IF.

       Check-Tax-In-Use-Section SECTION. *> Any item still on it?
           MOVE SPACES TO WS-Reject-Reason.
           MOVE "N" TO WS-Item-Scan-EOF-Flag.
           MOVE LOW-VALUES TO ITM-Item-Code.
           START Item-Master-File KEY IS NOT LESS THAN ITM-Item-Code
               INVALID KEY
                   SET WS-Item-Scan-EOF TO TRUE
           END-START.
           PERFORM Check-One-Item-Tax-Section
               UNTIL WS-Item-Scan-EOF.

       Check-One-Item-Tax-Section SECTION. *> One item's category
           READ Item-Master-File NEXT RECORD
               AT END
                   SET WS-Item-Scan-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF ITM-Tax-Category = DLT-Category THEN
               STRING "Still used by item " DELIMITED BY SIZE
                      ITM-Item-Code DELIMITED BY SIZE
                   INTO WS-Reject-Reason
               SET WS-Item-Scan-EOF TO TRUE
           END-IF.

       Apply-Item-Section SECTION. *> One item
           MOVE DLI-Item-Code TO WS-Rpt-Key.
           IF DLI-Item-Code = SPACES THEN
               MOVE "No item code" TO WS-Reject-Reason
               PERFORM Report-Rejected-Section
               EXIT SECTION
           END-IF.
           IF DNL-Is-Delete THEN
               PERFORM Delete-Item-Section
               EXIT SECTION
           END-IF.

           IF DLI-Item-Name = SPACES THEN
               MOVE "No item name" TO WS-Reject-Reason
               PERFORM Report-Rejected-Section
               EXIT SECTION
           END-IF.
           IF DLI-Item-Price IS NOT NUMERIC
                   OR DLI-Min-Age IS NOT NUMERIC
                   OR DLI-Unit-Cost IS NOT NUMERIC THEN
               MOVE "Price, cost or age not numeric"
                   TO WS-Reject-Reason
               PERFORM Report-Rejected-Section
               EXIT SECTION
           END-IF.
           IF DLI-Tax-Category NOT = SPACE THEN
               MOVE 0 TO WS-Tax-Found
               MOVE DLI-Tax-Category TO WS-Rpt-Key(1:1)
               PERFORM Find-Tax-Entry-Section
                   VARYING TC FROM 1 BY 1 UNTIL TC > WS-Tax-Count
               MOVE DLI-Item-Code TO WS-Rpt-Key
               IF WS-Tax-Found = 0 THEN
                   MOVE "Tax category not on the tax table"
                       TO WS-Reject-Reason
                   PERFORM Report-Rejected-Section
                   EXIT SECTION
               END-IF
           END-IF.
           IF DLI-Dept-Code NOT = SPACES AND WS-Dept-Opened THEN
               MOVE DLI-Dept-Code TO DPT-Code
               READ Dept-File
                   INVALID KEY
                       MOVE "Department not on DEPTMSTR.DAT"
                           TO WS-Reject-Reason
                       PERFORM Report-Rejected-Section
                       EXIT SECTION
               END-READ
           END-IF.
           IF DLI-Linked-Code NOT = SPACES THEN
               IF DLI-Linked-Code = DLI-Item-Code THEN
                   MOVE "Item linked to itself" TO WS-Reject-Reason
                   PERFORM Report-Rejected-Section
                   EXIT SECTION
               END-IF
               MOVE DLI-Linked-Code TO ITM-Item-Code
               READ Item-Master-File
                   INVALID KEY
                       MOVE "Linked item not on the item master"
                           TO WS-Reject-Reason
                       PERFORM Report-Rejected-Section
                       EXIT SECTION
               END-READ
           END-IF.

      *    An add for an item already here is taken as a change, and
      *    a change for one not here as an add - either way the
      *    store ends up holding what head office holds.
           MOVE DLI-Item-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   PERFORM Add-Item-Section
                   EXIT SECTION
           END-READ.

      *    Only the fields head office owns - stock, quarantine,
      *    reorder settings, supplier and last cost stay the store's
           MOVE ITM-Item-Price TO WS-Old-Item-Price.
           MOVE DLI-Item-Name TO ITM-Item-Name.
           MOVE DLI-Item-Price TO ITM-Item-Price.
           MOVE DLI-Tax-Category TO ITM-Tax-Category.
           MOVE DLI-Unit-Of-Measure TO ITM-Unit-Of-Measure.
           MOVE DLI-Min-Age TO ITM-Min-Age.
           MOVE DLI-Linked-Code TO ITM-Linked-Code.
           MOVE DLI-Serial-Flag TO ITM-Serial-Flag.
           MOVE DLI-Dept-Code TO ITM-Dept-Code.
           REWRITE Item-Master-Record
               INVALID KEY
                   MOVE "Item master rewrite failed"
                       TO WS-Reject-Reason
                   PERFORM Report-Rejected-Section
                   EXIT SECTION
           END-REWRITE.
           PERFORM Report-Applied-Section.
           IF ITM-Item-Price NOT = WS-Old-Item-Price THEN
               PERFORM Queue-Label-Section
               PERFORM Write-History-Section
           END-IF.

       Add-Item-Section SECTION. *> A new item for this store
      *    Supplier and cost come across only to start a new item
      *    off - after that goods receiving keeps the store's own.
           MOVE DNL-Data TO Item-Master-Record.
           MOVE 0 TO ITM-On-Hand-Qty.
           MOVE 0 TO ITM-Quarantine-Qty.
           MOVE 0 TO ITM-Reorder-Level.
           MOVE 0 TO ITM-Reorder-Qty.
           MOVE SPACE TO ITM-Reorder-Fixed.
           MOVE 0 TO WS-Old-Item-Price.
           WRITE Item-Master-Record
               INVALID KEY
                   MOVE "Item master write failed"
                       TO WS-Reject-Reason
                   PERFORM Report-Rejected-Section
                   EXIT SECTION
           END-WRITE.
           PERFORM Report-Applied-Section.
           PERFORM Queue-Label-Section.
           PERFORM Write-History-Section.

       Delete-Item-Section SECTION. *> Take one item off
           MOVE DLI-Item-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   MOVE "Item not on file" TO WS-Reject-Reason
                   PERFORM Report-Rejected-Section
                   EXIT SECTION
           END-READ.
      *    Stock still in the building would lose its only record
           IF ITM-On-Hand-Qty > 0 OR ITM-Quarantine-Qty > 0 THEN
               MOVE "Stock still on hand - not deleted"
                   TO WS-Reject-Reason
               PERFORM Report-Rejected-Section
               EXIT SECTION
           END-IF.
           MOVE ITM-Item-Price TO WS-Old-Item-Price.
           DELETE Item-Master-File
               INVALID KEY
                   MOVE "Item master delete failed"
                       TO WS-Reject-Reason
                   PERFORM Report-Rejected-Section
                   EXIT SECTION
           END-DELETE.
           MOVE 0 TO ITM-Item-Price.
           PERFORM Report-Applied-Section.
           PERFORM Write-History-Section.

       Apply-Price-Section SECTION. *> One pending price change
           MOVE DLP-Item-Code TO WS-Rpt-Key(1:10).
           MOVE DLP-Effective-Date TO WS-Rpt-Key(12:10).
           IF WS-Pend-Overflow THEN
               MOVE "PRICECHG.DAT too large to rewrite"
                   TO WS-Reject-Reason
               PERFORM Report-Rejected-Section
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-Pend-Found.
           PERFORM Find-Pending-Entry-Section
               VARYING PD FROM 1 BY 1 UNTIL PD > WS-Pend-Count.

           IF DNL-Is-Delete THEN
               IF WS-Pend-Found = 0 THEN
                   MOVE "Price change not on file"
                       TO WS-Reject-Reason
                   PERFORM Report-Rejected-Section
                   EXIT SECTION
               END-IF
               MOVE "Y" TO WS-Pend-Gone(WS-Pend-Found)
               SET WS-Pend-Changed TO TRUE
               PERFORM Report-Applied-Section
               EXIT SECTION
           END-IF.

           MOVE DLP-Item-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   MOVE "Item not on the item master"
                       TO WS-Reject-Reason
                   PERFORM Report-Rejected-Section
                   EXIT SECTION
           END-READ.
           IF DLP-New-Price IS NOT NUMERIC OR DLP-New-Price = 0 THEN
               MOVE "New price missing" TO WS-Reject-Reason
               PERFORM Report-Rejected-Section
               EXIT SECTION
           END-IF.
           MOVE DLP-Effective-Date TO WS-Check-Date.
           PERFORM Check-Date-Section.
           IF NOT WS-Date-Valid THEN
      *        An ill-formed date would never compare as arrived at
      *        day-open - the change would sit in the file forever.
               MOVE "Effective date not yyyy/mm/dd"
                   TO WS-Reject-Reason
               PERFORM Report-Rejected-Section
               EXIT SECTION
           END-IF.
           IF WS-Pend-Found = 0 THEN
               IF WS-Pend-Count NOT < WS-Pend-Max THEN
                   MOVE "Pending price changes full"
                       TO WS-Reject-Reason
                   PERFORM Report-Rejected-Section
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-Pend-Count
               MOVE WS-Pend-Count TO WS-Pend-Found
               MOVE DLP-Item-Code TO WS-Pend-Item-Code(WS-Pend-Found)
               MOVE DLP-Effective-Date
                   TO WS-Pend-Eff-Date(WS-Pend-Found)
               MOVE "N" TO WS-Pend-Gone(WS-Pend-Found)
           END-IF.
           MOVE DLP-New-Price TO WS-Pend-New-Price(WS-Pend-Found).
           SET WS-Pend-Changed TO TRUE.
           PERFORM Report-Applied-Section.

       Find-Pending-Entry-Section SECTION. *> Match code and date
           IF WS-Pend-Found = 0
                   AND WS-Pend-Gone(PD) NOT = "Y"
                   AND WS-Pend-Item-Code(PD) = DLP-Item-Code
                   AND WS-Pend-Eff-Date(PD) = DLP-Effective-Date THEN
               MOVE PD TO WS-Pend-Found
           END-IF.

       Apply-Promo-Section SECTION. *> One promotion
           MOVE DLR-Item-Code TO WS-Rpt-Key(1:10).
           MOVE DLR-Start-Date TO WS-Rpt-Key(12:10).
           IF WS-Prm-Overflow THEN
               MOVE "PROMO.DAT too large to rewrite"
                   TO WS-Reject-Reason
               PERFORM Report-Rejected-Section
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-Prm-Found.
           PERFORM Find-Promo-Entry-Section
               VARYING PM FROM 1 BY 1 UNTIL PM > WS-Prm-Count.

           IF DNL-Is-Delete THEN
               IF WS-Prm-Found = 0 THEN
                   MOVE "Promotion not on file" TO WS-Reject-Reason
                   PERFORM Report-Rejected-Section
                   EXIT SECTION
               END-IF
               MOVE "Y" TO WS-Prm-Gone(WS-Prm-Found)
               SET WS-Prm-Changed TO TRUE
               PERFORM Report-Applied-Section
               EXIT SECTION
           END-IF.

           MOVE DLR-Item-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   MOVE "Item not on the item master"
                       TO WS-Reject-Reason
                   PERFORM Report-Rejected-Section
                   EXIT SECTION
           END-READ.
           IF DLR-Promo-Type NOT = "P" AND NOT = "p"
                   AND NOT = "D" AND NOT = "d"
                   AND NOT = "M" AND NOT = "m" THEN
               MOVE "Promotion type not P, D or M"
                   TO WS-Reject-Reason
               PERFORM Report-Rejected-Section
               EXIT SECTION
           END-IF.
           IF DLR-Value IS NOT NUMERIC
                   OR DLR-Trigger-Qty IS NOT NUMERIC THEN
               MOVE "Value or trigger quantity not numeric"
                   TO WS-Reject-Reason
               PERFORM Report-Rejected-Section
               EXIT SECTION
           END-IF.
           IF (DLR-Promo-Type = "D" OR "d") AND DLR-Value > 100 THEN
               MOVE "Discount over 100 percent" TO WS-Reject-Reason
               PERFORM Report-Rejected-Section
               EXIT SECTION
           END-IF.
           IF (DLR-Promo-Type = "M" OR "m")
                   AND (DLR-Group-ID = SPACES
                        OR DLR-Trigger-Qty = 0) THEN
               MOVE "Mix-and-match needs a group and trigger"
                   TO WS-Reject-Reason
               PERFORM Report-Rejected-Section
               EXIT SECTION
           END-IF.
           MOVE DLR-Start-Date TO WS-Check-Date.
           PERFORM Check-Date-Section.
           IF WS-Date-Valid THEN
               MOVE DLR-End-Date TO WS-Check-Date
               PERFORM Check-Date-Section
           END-IF.
           IF NOT WS-Date-Valid THEN
               MOVE "Start or end date not yyyy/mm/dd"
                   TO WS-Reject-Reason
               PERFORM Report-Rejected-Section
               EXIT SECTION
           END-IF.
           IF DLR-End-Date < DLR-Start-Date THEN
               MOVE "Ends before it starts" TO WS-Reject-Reason
               PERFORM Report-Rejected-Section
               EXIT SECTION
           END-IF.
           IF WS-Prm-Found = 0 THEN
               IF WS-Prm-Count NOT < WS-Prm-Max THEN
                   MOVE "Promotions full" TO WS-Reject-Reason
                   PERFORM Report-Rejected-Section
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-Prm-Count
               MOVE WS-Prm-Count TO WS-Prm-Found
               MOVE DLR-Item-Code TO WS-Prm-Item-Code(WS-Prm-Found)
               MOVE DLR-Start-Date
                   TO WS-Prm-Start-Date(WS-Prm-Found)
               MOVE "N" TO WS-Prm-Gone(WS-Prm-Found)
           END-IF.
           MOVE DLR-Promo-Type TO WS-Prm-Type(WS-Prm-Found).
           MOVE DLR-Value TO WS-Prm-Value(WS-Prm-Found).
           MOVE DLR-End-Date TO WS-Prm-End-Date(WS-Prm-Found).
           MOVE DLR-Group-ID TO WS-Prm-Group-ID(WS-Prm-Found).
           MOVE DLR-Trigger-Qty TO WS-Prm-Trigger-Qty(WS-Prm-Found).
           SET WS-Prm-Changed TO TRUE.
           PERFORM Report-Applied-Section.

       Find-Promo-Entry-Section SECTION. *> Match code and start
           IF WS-Prm-Found = 0
                   AND WS-Prm-Gone(PM) NOT = "Y"
                   AND WS-Prm-Item-Code(PM) = DLR-Item-Code
                   AND WS-Prm-Start-Date(PM) = DLR-Start-Date THEN
               MOVE PM TO WS-Prm-Found
           END-IF.

       Check-Date-Section SECTION. *> yyyy/mm/dd, month and day sane
           MOVE "N" TO WS-Date-Valid-Flag.
           IF WS-Check-Date(1:4) IS NUMERIC
                   AND WS-Check-Date(5:1) = "/"
                   AND WS-Check-Date(6:2) IS NUMERIC
                   AND WS-Check-Date(8:1) = "/"
                   AND WS-Check-Date(9:2) IS NUMERIC THEN
               IF WS-Check-Date(6:2) >= "01"
                       AND WS-Check-Date(6:2) <= "12"
                       AND WS-Check-Date(9:2) >= "01"
                       AND WS-Check-Date(9:2) <= "31" THEN
                   SET WS-Date-Valid TO TRUE
               END-IF
           END-IF.

       Queue-Label-Section SECTION. *> New price needs a new ticket
           MOVE ITM-Item-Code TO LBQ-Item-Code.
           SET LBQ-Price-Changed TO TRUE.
           MOVE WS-Date TO LBQ-Queued-Date.
           WRITE Label-Queue-Record.
           ADD 1 TO WS-Label-Count.

       Write-History-Section SECTION. *> One price-history line
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Time.
           MOVE WS-Old-Item-Price TO WS-Hist-Old-Price.
           MOVE ITM-Item-Price TO WS-Hist-New-Price.
           MOVE SPACES TO History-Line-Record.
           STRING WS-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Time DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DNL-Action DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITM-Item-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Hist-Old-Price DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  WS-Hist-New-Price DELIMITED BY SIZE
                  " by head office" DELIMITED BY SIZE
               INTO History-Line-Record.
           WRITE History-Line-Record.

       Report-Applied-Section SECTION. *> One record went in
           ADD 1 TO WS-Applied-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "APPLIED   " DELIMITED BY SIZE
                  DNL-Master DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DNL-Action DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Rpt-Key DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Report-Rejected-Section SECTION. *> One record turned away
           ADD 1 TO WS-Rejected-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "REJECTED  " DELIMITED BY SIZE
                  DNL-Master DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DNL-Action DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Rpt-Key DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Reject-Reason DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO WS-Reject-Reason.

       Load-Tax-Table-Section SECTION. *> The whole tax table, held
           MOVE "N" TO WS-Load-EOF-Flag.
           OPEN INPUT Tax-Table-File.
           IF WS-Tax-Table-OK THEN
               PERFORM Load-One-Tax-Section
                   UNTIL WS-Load-EOF
               CLOSE Tax-Table-File
           END-IF.

       Load-One-Tax-Section SECTION. *> One category in
           READ Tax-Table-File
               AT END
                   SET WS-Load-EOF TO TRUE
               NOT AT END
                   IF WS-Tax-Count < WS-Tax-Max THEN
                       ADD 1 TO WS-Tax-Count
                       MOVE TAX-Category TO WS-Tax-Cat(WS-Tax-Count)
                       MOVE TAX-Rate TO WS-Tax-Rate(WS-Tax-Count)
                       MOVE "N" TO WS-Tax-Gone(WS-Tax-Count)
                   ELSE
                       SET WS-Tax-Overflow TO TRUE
                   END-IF
           END-READ.

       Load-Pending-Table-Section SECTION. *> The whole file, held
           MOVE "N" TO WS-Load-EOF-Flag.
           OPEN INPUT Price-Change-File.
           IF WS-Price-Change-OK THEN
               PERFORM Load-One-Pending-Section
                   UNTIL WS-Load-EOF
               CLOSE Price-Change-File
           END-IF.

       Load-One-Pending-Section SECTION. *> One queued change in
           READ Price-Change-File
               AT END
                   SET WS-Load-EOF TO TRUE
               NOT AT END
                   IF WS-Pend-Count < WS-Pend-Max THEN
                       ADD 1 TO WS-Pend-Count
                       MOVE PCH-Item-Code
                           TO WS-Pend-Item-Code(WS-Pend-Count)
                       MOVE PCH-New-Price
                           TO WS-Pend-New-Price(WS-Pend-Count)
                       MOVE PCH-Effective-Date
                           TO WS-Pend-Eff-Date(WS-Pend-Count)
                       MOVE "N" TO WS-Pend-Gone(WS-Pend-Count)
                   ELSE
                       SET WS-Pend-Overflow TO TRUE
                   END-IF
           END-READ.

       Load-Promo-Table-Section SECTION. *> The whole file, held
           MOVE "N" TO WS-Load-EOF-Flag.
           OPEN INPUT Promo-File.
           IF WS-Promo-File-OK THEN
               PERFORM Load-One-Promo-Section
                   UNTIL WS-Load-EOF
               CLOSE Promo-File
           END-IF.

       Load-One-Promo-Section SECTION. *> One promotion in
           READ Promo-File
               AT END
                   SET WS-Load-EOF TO TRUE
               NOT AT END
                   IF WS-Prm-Count < WS-Prm-Max THEN
                       ADD 1 TO WS-Prm-Count
                       MOVE PRM-Item-Code
                           TO WS-Prm-Item-Code(WS-Prm-Count)
                       MOVE PRM-Promo-Type
                           TO WS-Prm-Type(WS-Prm-Count)
                       MOVE PRM-Value TO WS-Prm-Value(WS-Prm-Count)
                       MOVE PRM-Start-Date
                           TO WS-Prm-Start-Date(WS-Prm-Count)
                       MOVE PRM-End-Date
                           TO WS-Prm-End-Date(WS-Prm-Count)
                       MOVE PRM-Group-ID
                           TO WS-Prm-Group-ID(WS-Prm-Count)
                       MOVE PRM-Trigger-Qty
                           TO WS-Prm-Trigger-Qty(WS-Prm-Count)
                       MOVE "N" TO WS-Prm-Gone(WS-Prm-Count)
                   ELSE
                       SET WS-Prm-Overflow TO TRUE
                   END-IF
           END-READ.

       Write-Back-Tax-Table-Section SECTION. *> All but the deleted
           OPEN OUTPUT Tax-Table-File.
           PERFORM Write-Back-One-Tax-Section
               VARYING TC FROM 1 BY 1 UNTIL TC > WS-Tax-Count.
           CLOSE Tax-Table-File.

       Write-Back-One-Tax-Section SECTION. *> One category out
           IF WS-Tax-Gone(TC) NOT = "Y" THEN
               MOVE WS-Tax-Cat(TC) TO TAX-Category
               MOVE WS-Tax-Rate(TC) TO TAX-Rate
               WRITE Tax-Rate-Record
           END-IF.

       Write-Back-Pending-Section SECTION. *> All but the deleted
           OPEN OUTPUT Price-Change-File.
           PERFORM Write-Back-One-Pending-Section
               VARYING PD FROM 1 BY 1 UNTIL PD > WS-Pend-Count.
           CLOSE Price-Change-File.

       Write-Back-One-Pending-Section SECTION. *> One change out
           IF WS-Pend-Gone(PD) NOT = "Y" THEN
               MOVE WS-Pend-Item-Code(PD) TO PCH-Item-Code
               MOVE WS-Pend-New-Price(PD) TO PCH-New-Price
               MOVE WS-Pend-Eff-Date(PD) TO PCH-Effective-Date
               WRITE Price-Change-Record
           END-IF.

       Write-Back-Promo-Section SECTION. *> All but the deleted
           OPEN OUTPUT Promo-File.
           PERFORM Write-Back-One-Promo-Section
               VARYING PM FROM 1 BY 1 UNTIL PM > WS-Prm-Count.
           CLOSE Promo-File.

       Write-Back-One-Promo-Section SECTION. *> One promotion out
           IF WS-Prm-Gone(PM) NOT = "Y" THEN
               MOVE WS-Prm-Item-Code(PM) TO PRM-Item-Code
               MOVE WS-Prm-Type(PM) TO PRM-Promo-Type
               MOVE WS-Prm-Value(PM) TO PRM-Value
               MOVE WS-Prm-Start-Date(PM) TO PRM-Start-Date
               MOVE WS-Prm-End-Date(PM) TO PRM-End-Date
               MOVE WS-Prm-Group-ID(PM) TO PRM-Group-ID
               MOVE WS-Prm-Trigger-Qty(PM) TO PRM-Trigger-Qty
               WRITE Promo-Record
           END-IF.
       END PROGRAM DownloadApply.
