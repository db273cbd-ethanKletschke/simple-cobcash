      *Head-office master download: produces, for each store keyed,
      *a download file (DNLD<store>.DAT) of the adds, changes and
      *deletes to the tax table, item master, pending price changes
      *and promotions since that store's last download, so a price
      *or promotion set at head office reaches every till without
      *anyone rekeying it at each store. What each store was last
      *sent is kept in a per-store snapshot (HOSNAP<store>.DAT); the
      *head-office masters are compared against it, and it is
      *brought up to date as the download is written. Store ids are
      *keyed one per line; a blank id ends the list. A full resend
      *starts the store's snapshot afresh and sends everything as an
      *add. The store applies the file with DownloadApply.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HeadOfficeDownload.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Head-office tax table
           SELECT Tax-Table-File ASSIGN TO "TAXTABLE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Tax-Table-Status.
      *    Head-office item master, read through in code order
           SELECT Item-Master-File ASSIGN TO "ITEMMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ITM-Item-Code
           FILE STATUS IS WS-Item-Master-Status.
      *    Head-office pending price changes
           SELECT Price-Change-File ASSIGN TO "PRICECHG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Price-Change-Status.
      *    Head-office promotions
           SELECT Promo-File ASSIGN TO "PROMO.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Promo-File-Status.
      *    What the store being downloaded to was last sent
           SELECT Snapshot-File ASSIGN TO WS-Snapshot-Filename
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SNP-Key
           FILE STATUS IS WS-Snapshot-Status.
      *    The download file this program produces for the store
           SELECT Download-File ASSIGN TO WS-Download-Filename
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Download-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Tax-Table-File.
           COPY "TaxRateRecord.cpy".

       FD  Item-Master-File.
           COPY "ItemMasterRecord.cpy".

       FD  Price-Change-File.
           COPY "PriceChangeRecord.cpy".

       FD  Promo-File.
           COPY "PromoRecord.cpy".

       FD  Snapshot-File.
           COPY "MasterSnapshotRecord.cpy".

       FD  Download-File.
           COPY "DownloadRecord.cpy".

       WORKING-STORAGE SECTION.
      *File status for the tax table ("00" = OK)
       01  WS-Tax-Table-Status PIC X(02).
           88 WS-Tax-Table-OK VALUE "00".
      *File status for the item master
       01  WS-Item-Master-Status PIC X(02).
           88 WS-Item-Master-OK VALUE "00".
      *File status for the pending price changes
       01  WS-Price-Change-Status PIC X(02).
           88 WS-Price-Change-OK VALUE "00".
      *File status for the promotions
       01  WS-Promo-File-Status PIC X(02).
           88 WS-Promo-File-OK VALUE "00".
      *File status for the store's snapshot
       01  WS-Snapshot-Status PIC X(02).
           88 WS-Snapshot-OK VALUE "00".
      *File status for the download file
       01  WS-Download-Status PIC X(02).
           88 WS-Download-OK VALUE "00".
      *"Y" once the master being compared runs out of records
       01  WS-Master-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Master-EOF VALUE "Y".
      *"Y" once the snapshot sweep leaves the master being swept
       01  WS-Snapshot-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Snapshot-EOF VALUE "Y".
      *"Y" once the head-office tax table has been compared - its
      *deletes are swept only then, and only after the items
       01  WS-Tax-Compared-Flag PIC X(01) VALUE "N".
           88 WS-Tax-Compared VALUE "Y".
      *"Y" once the operator keys a blank store id
       01  WS-Stores-Done-Flag PIC X(01) VALUE "N".
           88 WS-Stores-Done VALUE "Y".
      *The store being downloaded to, and its two files
       01  WS-Dnld-Store-ID PIC X(03) VALUE SPACES.
       01  WS-Snapshot-Filename PIC X(40) VALUE SPACES.
       01  WS-Download-Filename PIC X(40) VALUE SPACES.
      *"Y" to start the store's snapshot afresh and send everything
       01  WS-Full-Resend-Flag PIC X(01) VALUE "N".
           88 WS-Full-Resend VALUE "Y" "y".
      *This run's stamp (yyyymmddhhmmss) - every record found on a
      *head-office master is stamped with it in the snapshot, so
      *anything left with an older stamp has gone from head office
       01  WS-Run-Stamp PIC X(14) VALUE SPACES.
      *The stamp of the store's previous download, off the snapshot
       01  WS-Prev-Stamp PIC X(14) VALUE SPACES.
      *The master record being compared - which master, its key,
      *and its image as the store would be sent it
       01  WS-Cur-Master PIC X(01) VALUE SPACE.
       01  WS-Cur-Code PIC X(20) VALUE SPACES.
       01  WS-Cur-Image PIC X(120) VALUE SPACES.
      *Counts for this store's download
       01  WS-Dnld-Counts.
           05 WS-Add-Count PIC 9(06) VALUE 0.
           05 WS-Change-Count PIC 9(06) VALUE 0.
           05 WS-Delete-Count PIC 9(06) VALUE 0.
           05 WS-Dup-Count PIC 9(06) VALUE 0.
           05 WS-Record-Count PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Download each keyed store in turn
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Run-Stamp.
           PERFORM Download-One-Store-Section
               UNTIL WS-Stores-Done.
           STOP RUN.

       Download-One-Store-Section SECTION. *> One store's file out
           MOVE SPACES TO WS-Dnld-Store-ID.
           DISPLAY "Store id to download to (blank=done):".
           ACCEPT WS-Dnld-Store-ID.
           IF WS-Dnld-Store-ID = SPACES THEN
               SET WS-Stores-Done TO TRUE
               EXIT SECTION
           END-IF.
           MOVE "N" TO WS-Full-Resend-Flag.
           DISPLAY "Full resend of every master (Y/N):".
           ACCEPT WS-Full-Resend-Flag.

           MOVE SPACES TO WS-Snapshot-Filename.
           STRING "HOSNAP" DELIMITED BY SIZE
                  WS-Dnld-Store-ID DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-Snapshot-Filename.
           MOVE SPACES TO WS-Download-Filename.
           STRING "DNLD" DELIMITED BY SIZE
                  WS-Dnld-Store-ID DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-Download-Filename.

      *    A full resend throws the snapshot away, so every record
      *    goes as an add and the store's stamp check is waived.
           IF WS-Full-Resend THEN
               OPEN OUTPUT Snapshot-File
               CLOSE Snapshot-File
           END-IF.
           OPEN I-O Snapshot-File.
           IF WS-Snapshot-Status = "35" THEN
      *        First download for this store - start its snapshot
               OPEN OUTPUT Snapshot-File
               CLOSE Snapshot-File
               OPEN I-O Snapshot-File
           END-IF.
           IF NOT WS-Snapshot-OK THEN
               DISPLAY "Can't open " WS-Snapshot-Filename
                   " (status " WS-Snapshot-Status ")"
               EXIT SECTION
           END-IF.

           MOVE ZEROS TO WS-Prev-Stamp.
           MOVE "0" TO SNP-Master.
           MOVE SPACES TO SNP-Code.
           READ Snapshot-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SNP-Image(1:14) TO WS-Prev-Stamp
           END-READ.

           OPEN OUTPUT Download-File.
           IF NOT WS-Download-OK THEN
               DISPLAY "Can't create " WS-Download-Filename
                   " (status " WS-Download-Status ")"
               CLOSE Snapshot-File
               EXIT SECTION
           END-IF.

           MOVE 0 TO WS-Add-Count.
           MOVE 0 TO WS-Change-Count.
           MOVE 0 TO WS-Delete-Count.
           MOVE 0 TO WS-Dup-Count.
           MOVE 0 TO WS-Record-Count.

           MOVE SPACES TO Download-Record.
           SET DNL-Is-Header TO TRUE.
           MOVE WS-Dnld-Store-ID TO DNL-Store-ID.
           MOVE WS-Run-Stamp TO DNL-Run-Stamp.
           MOVE WS-Prev-Stamp TO DNL-Prev-Stamp.
           WRITE Download-Record.

      *    Tax first, so the store has the categories before the
      *    items that use them; items before the price changes and
      *    promotions that name them. A category's delete waits
      *    until the items are out - the store refuses it while any
      *    item is still on it, and this download may be moving the
      *    last of them off.
           PERFORM Compare-Tax-Table-Section.
           PERFORM Compare-Item-Master-Section.
           IF WS-Tax-Compared THEN
               MOVE "T" TO WS-Cur-Master
               PERFORM Sweep-Snapshot-Section
           END-IF.
           PERFORM Compare-Price-Changes-Section.
           PERFORM Compare-Promotions-Section.

           MOVE SPACES TO Download-Record.
           SET DNL-Is-Trailer TO TRUE.
           MOVE WS-Record-Count TO DNL-Record-Count.
           WRITE Download-Record.
           CLOSE Download-File.

      *    The stamp this download went out under - the store's next
      *    download carries it so a missed file is caught.
           MOVE "0" TO SNP-Master.
           MOVE SPACES TO SNP-Code.
           MOVE SPACES TO SNP-Image.
           MOVE WS-Run-Stamp TO SNP-Image(1:14).
           MOVE WS-Run-Stamp TO SNP-Run-Stamp.
           WRITE Master-Snapshot-Record
               INVALID KEY
                   REWRITE Master-Snapshot-Record
           END-WRITE.
           CLOSE Snapshot-File.

           DISPLAY WS-Download-Filename " written - "
               WS-Add-Count " added, "
               WS-Change-Count " changed, "
               WS-Delete-Count " deleted".
           IF WS-Dup-Count > 0 THEN
               DISPLAY "  " WS-Dup-Count
                   " duplicate head-office records not sent"
           END-IF.

       Compare-Tax-Table-Section SECTION. *> Each category, gone later
           MOVE "T" TO WS-Cur-Master.
           MOVE "N" TO WS-Master-EOF-Flag.
           MOVE "N" TO WS-Tax-Compared-Flag.
           OPEN INPUT Tax-Table-File.
           IF WS-Tax-Table-OK THEN
               PERFORM Compare-One-Tax-Section
                   UNTIL WS-Master-EOF
               CLOSE Tax-Table-File
           ELSE
      *        No table at head office sends nothing for it - rather
      *        than deleting every category the store has.
               DISPLAY "No TAXTABLE.DAT - tax table not sent"
               EXIT SECTION
           END-IF.
           SET WS-Tax-Compared TO TRUE.

       Compare-One-Tax-Section SECTION. *> One category compared
           READ Tax-Table-File
               AT END
                   SET WS-Master-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-Cur-Code
                   MOVE TAX-Category TO WS-Cur-Code
                   MOVE SPACES TO WS-Cur-Image
                   MOVE Tax-Rate-Record TO WS-Cur-Image
                   PERFORM Compare-One-Record-Section
           END-READ.

       Compare-Item-Master-Section SECTION. *> Each item, then gone
           MOVE "I" TO WS-Cur-Master.
           MOVE "N" TO WS-Master-EOF-Flag.
           OPEN INPUT Item-Master-File.
           IF WS-Item-Master-OK THEN
               PERFORM Compare-One-Item-Section
                   UNTIL WS-Master-EOF
               CLOSE Item-Master-File
           ELSE
               DISPLAY "No ITEMMSTR.DAT - item master not sent"
               EXIT SECTION
           END-IF.
           PERFORM Sweep-Snapshot-Section.

       Compare-One-Item-Section SECTION. *> One item compared
           READ Item-Master-File
               AT END
                   SET WS-Master-EOF TO TRUE
               NOT AT END
      *            Stock, quarantine and the reorder settings belong
      *            to the store - they go out blank, so a change at
      *            head office to its own copies never counts as a
      *            change to send.
                   MOVE 0 TO ITM-On-Hand-Qty
                   MOVE 0 TO ITM-Quarantine-Qty
                   MOVE 0 TO ITM-Reorder-Level
                   MOVE 0 TO ITM-Reorder-Qty
                   MOVE SPACE TO ITM-Reorder-Fixed
                   MOVE SPACES TO WS-Cur-Code
                   MOVE ITM-Item-Code TO WS-Cur-Code
                   MOVE SPACES TO WS-Cur-Image
                   MOVE Item-Master-Record TO WS-Cur-Image
                   PERFORM Compare-One-Record-Section
           END-READ.

       Compare-Price-Changes-Section SECTION. *> Each change, then gone
           MOVE "P" TO WS-Cur-Master.
           MOVE "N" TO WS-Master-EOF-Flag.
           OPEN INPUT Price-Change-File.
           IF WS-Price-Change-OK THEN
               PERFORM Compare-One-Price-Section
                   UNTIL WS-Master-EOF
               CLOSE Price-Change-File
           END-IF.
      *    No pending file at head office means none pending - any
      *    the store was sent are swept out as deletes.
           PERFORM Sweep-Snapshot-Section.

       Compare-One-Price-Section SECTION. *> One change compared
           READ Price-Change-File
               AT END
                   SET WS-Master-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-Cur-Code
                   MOVE PCH-Item-Code TO WS-Cur-Code(1:10)
                   MOVE PCH-Effective-Date TO WS-Cur-Code(11:10)
                   MOVE SPACES TO WS-Cur-Image
                   MOVE Price-Change-Record TO WS-Cur-Image
                   PERFORM Compare-One-Record-Section
           END-READ.

       Compare-Promotions-Section SECTION. *> Each promo, then gone
           MOVE "R" TO WS-Cur-Master.
           MOVE "N" TO WS-Master-EOF-Flag.
           OPEN INPUT Promo-File.
           IF WS-Promo-File-OK THEN
               PERFORM Compare-One-Promo-Section
                   UNTIL WS-Master-EOF
               CLOSE Promo-File
           END-IF.
           PERFORM Sweep-Snapshot-Section.

       Compare-One-Promo-Section SECTION. *> One promotion compared
           READ Promo-File
               AT END
                   SET WS-Master-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-Cur-Code
                   MOVE PRM-Item-Code TO WS-Cur-Code(1:10)
                   MOVE PRM-Start-Date TO WS-Cur-Code(11:10)
                   MOVE SPACES TO WS-Cur-Image
                   MOVE Promo-Record TO WS-Cur-Image
                   PERFORM Compare-One-Record-Section
           END-READ.

       Compare-One-Record-Section SECTION. *> Add, change, or as sent
           MOVE WS-Cur-Master TO SNP-Master.
           MOVE WS-Cur-Code TO SNP-Code.
           READ Snapshot-File
               INVALID KEY
                   MOVE WS-Cur-Image TO SNP-Image
                   MOVE WS-Run-Stamp TO SNP-Run-Stamp
                   WRITE Master-Snapshot-Record
                   MOVE "A" TO DNL-Action
                   PERFORM Write-Download-Line-Section
                   ADD 1 TO WS-Add-Count
                   EXIT SECTION
           END-READ.

           IF SNP-Run-Stamp = WS-Run-Stamp THEN
      *        Already met on this run - a second record under the
      *        same key at head office. The store keys on it too, so
      *        only the first can go.
               DISPLAY "Duplicate " WS-Cur-Master " record "
                   WS-Cur-Code " - not sent"
               ADD 1 TO WS-Dup-Count
               EXIT SECTION
           END-IF.

           MOVE WS-Run-Stamp TO SNP-Run-Stamp.
           IF SNP-Image = WS-Cur-Image THEN
               REWRITE Master-Snapshot-Record
               EXIT SECTION
           END-IF.
           MOVE WS-Cur-Image TO SNP-Image.
           REWRITE Master-Snapshot-Record.
           MOVE "C" TO DNL-Action.
           PERFORM Write-Download-Line-Section.
           ADD 1 TO WS-Change-Count.

       Write-Download-Line-Section SECTION. *> One add/change/delete
           MOVE WS-Cur-Master TO DNL-Master.
           MOVE SNP-Image TO DNL-Data.
           WRITE Download-Record.
           ADD 1 TO WS-Record-Count.

       Sweep-Snapshot-Section SECTION. *> Sent before, gone since
           MOVE "N" TO WS-Snapshot-EOF-Flag.
           MOVE WS-Cur-Master TO SNP-Master.
           MOVE LOW-VALUES TO SNP-Code.
           START Snapshot-File KEY IS NOT LESS THAN SNP-Key
               INVALID KEY
                   SET WS-Snapshot-EOF TO TRUE
           END-START.
           PERFORM Sweep-One-Snapshot-Section
               UNTIL WS-Snapshot-EOF.

       Sweep-One-Snapshot-Section SECTION. *> Delete it if not met
           READ Snapshot-File NEXT RECORD
               AT END
                   SET WS-Snapshot-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF SNP-Master NOT = WS-Cur-Master THEN
               SET WS-Snapshot-EOF TO TRUE
               EXIT SECTION
           END-IF.
           IF SNP-Run-Stamp NOT = WS-Run-Stamp THEN
      *        The delete carries the record as the store was sent
      *        it, so the store can find it by its own key.
               MOVE "D" TO DNL-Action
               PERFORM Write-Download-Line-Section
               ADD 1 TO WS-Delete-Count
               DELETE Snapshot-File
           END-IF.
       END PROGRAM HeadOfficeDownload.
