      *One-time conversion of the transaction journal, sales detail
      *and tax journal from the old appended line files to the keyed
      *files the till and the batch programs now use. Before running
      *it, with every lane signed off, rename the three live files:
      *    TXNJRNL.DAT  to TXNJRNL.OLD
      *    SALESDTL.DAT to SALESDTL.OLD
      *    TAXJRNL.DAT  to TAXJRNL.OLD
      *The run builds new TXNJRNL.DAT, SALESDTL.DAT and TAXJRNL.DAT
      *from them. The journal record is unchanged and goes across as
      *it stands; detail lines are numbered within their receipt in
      *the order they were appended, with no sales associate and no
      *commission against them, and the tax record's category
      *moves up beside the transaction number to make its key. Any
      *record whose key is already on file is listed and counted,
      *not written, and the .OLD files are left untouched so the run
      *can be repeated from scratch.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JournalConvert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The old journal, as it was appended
           SELECT Old-Journal-File ASSIGN TO "TXNJRNL.OLD"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Old-Journal-Status.
      *    The old sales detail
           SELECT Old-Detail-File ASSIGN TO "SALESDTL.OLD"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Old-Detail-Status.
      *    The old tax journal
           SELECT Old-Tax-File ASSIGN TO "TAXJRNL.OLD"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Old-Tax-Status.
      *    The new keyed journal
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           FILE STATUS IS WS-Txn-Journal-Status.
      *    The new keyed sales detail
           SELECT Sales-Detail-File ASSIGN TO "SALESDTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SDT-Key
           ALTERNATE RECORD KEY IS SDT-Date WITH DUPLICATES
           FILE STATUS IS WS-Sales-Detail-Status.
      *    The new keyed tax journal
           SELECT Tax-Journal-File ASSIGN TO "TAXJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TXJ-Key
           ALTERNATE RECORD KEY IS TXJ-Date WITH DUPLICATES
           FILE STATUS IS WS-Tax-Journal-Status.

       DATA DIVISION.
       FILE SECTION.
      *Wide enough for the journal record with headroom, so no tail
      *field is clipped on the way across
       FD  Old-Journal-File.
       01  Old-Journal-Record PIC X(200).

      *The old detail layout - the transaction number, then the
      *rest of the record exactly as the new layout carries it after
      *the line number
       FD  Old-Detail-File.
       01  Old-Detail-Record.
           05 ODT-Txn-Number PIC 9(10).
           05 ODT-Rest PIC X(190).

      *The old tax layout - category after the date and type
       FD  Old-Tax-File.
       01  Old-Tax-Record.
           05 OTX-Txn-Number PIC 9(10).
           05 OTX-Date PIC X(10).
           05 OTX-Txn-Type PIC X(01).
           05 OTX-Category PIC X(01).
           05 OTX-Rest PIC X(78).

       FD  Txn-Journal-File.
           COPY "TxnJournalRecord.cpy".

       FD  Sales-Detail-File.
           COPY "SalesDetailRecord.cpy".

       FD  Tax-Journal-File.
           COPY "TaxJournalRecord.cpy".

       WORKING-STORAGE SECTION.
      *File statuses
       01  WS-Old-Journal-Status PIC X(02).
           88 WS-Old-Journal-OK VALUE "00".
       01  WS-Old-Detail-Status PIC X(02).
           88 WS-Old-Detail-OK VALUE "00".
       01  WS-Old-Tax-Status PIC X(02).
           88 WS-Old-Tax-OK VALUE "00".
       01  WS-Txn-Journal-Status PIC X(02).
           88 WS-Txn-Journal-OK VALUE "00".
       01  WS-Sales-Detail-Status PIC X(02).
           88 WS-Sales-Detail-OK VALUE "00".
       01  WS-Tax-Journal-Status PIC X(02).
           88 WS-Tax-Journal-OK VALUE "00".
      *"Y" once the old file being copied runs out
       01  WS-Old-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Old-EOF VALUE "Y".
      *Detail numbering - the receipt the last line belonged to and
      *the number it was given
       01  WS-Detail-Numbering.
           05 WS-Last-Detail-Txn PIC 9(10) VALUE 0.
           05 WS-Next-Line-Number PIC 9(03) VALUE 0.
      *    "Y" once the current line has found a free number
           05 WS-Detail-Written-Flag PIC X(01) VALUE "N".
               88 WS-Detail-Written VALUE "Y".
      *Run totals
       01  WS-Convert-Totals.
           05 WS-Jrnl-Read PIC 9(08) VALUE 0.
           05 WS-Jrnl-Written PIC 9(08) VALUE 0.
           05 WS-Jrnl-Rejected PIC 9(08) VALUE 0.
           05 WS-Dtl-Read PIC 9(08) VALUE 0.
           05 WS-Dtl-Written PIC 9(08) VALUE 0.
           05 WS-Dtl-Rejected PIC 9(08) VALUE 0.
           05 WS-Tax-Read PIC 9(08) VALUE 0.
           05 WS-Tax-Written PIC 9(08) VALUE 0.
           05 WS-Tax-Rejected PIC 9(08) VALUE 0.
           05 WS-Disp-Count PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Convert the three files in turn
           DISPLAY "Journal Convert - old line files to keyed files".
           PERFORM Convert-Journal-Section.
           PERFORM Convert-Detail-Section.
           PERFORM Convert-Tax-Section.
           PERFORM Show-Totals-Section.
           STOP RUN.

       Convert-Journal-Section SECTION. *> TXNJRNL.OLD across
           OPEN INPUT Old-Journal-File.
           IF NOT WS-Old-Journal-OK THEN
               DISPLAY "No TXNJRNL.OLD (status "
                   WS-Old-Journal-Status ") - journal not converted"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT Txn-Journal-File.
           IF NOT WS-Txn-Journal-OK THEN
               DISPLAY "Cannot create TXNJRNL.DAT (status "
                   WS-Txn-Journal-Status ")"
               CLOSE Old-Journal-File
               EXIT SECTION
           END-IF.

           MOVE "N" TO WS-Old-EOF-Flag.
           PERFORM Convert-One-Journal-Section
               UNTIL WS-Old-EOF.

           CLOSE Txn-Journal-File.
           CLOSE Old-Journal-File.

       Convert-One-Journal-Section SECTION. *> One journal record
           READ Old-Journal-File
               AT END
                   SET WS-Old-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           ADD 1 TO WS-Jrnl-Read.
           MOVE Old-Journal-Record TO Txn-Journal-Record.
           WRITE Txn-Journal-Record
               INVALID KEY
                   ADD 1 TO WS-Jrnl-Rejected
                   DISPLAY "Journal " TJR-Txn-Number " dated "
                       TJR-Date " already on file - not written"
               NOT INVALID KEY
                   ADD 1 TO WS-Jrnl-Written
           END-WRITE.

       Convert-Detail-Section SECTION. *> SALESDTL.OLD across
           OPEN INPUT Old-Detail-File.
           IF NOT WS-Old-Detail-OK THEN
               DISPLAY "No SALESDTL.OLD (status "
                   WS-Old-Detail-Status ") - detail not converted"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT Sales-Detail-File.
           IF NOT WS-Sales-Detail-OK THEN
               DISPLAY "Cannot create SALESDTL.DAT (status "
                   WS-Sales-Detail-Status ")"
               CLOSE Old-Detail-File
               EXIT SECTION
           END-IF.

           MOVE "N" TO WS-Old-EOF-Flag.
           MOVE 0 TO WS-Last-Detail-Txn.
           PERFORM Convert-One-Detail-Section
               UNTIL WS-Old-EOF.

           CLOSE Sales-Detail-File.
           CLOSE Old-Detail-File.

       Convert-One-Detail-Section SECTION. *> One detail line
           READ Old-Detail-File
               AT END
                   SET WS-Old-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           ADD 1 TO WS-Dtl-Read.
           IF ODT-Txn-Number NOT = WS-Last-Detail-Txn THEN
               MOVE ODT-Txn-Number TO WS-Last-Detail-Txn
               MOVE 0 TO WS-Next-Line-Number
           END-IF.

           MOVE SPACES TO Sales-Detail-Record.
           MOVE ODT-Txn-Number TO SDT-Txn-Number.
           MOVE ODT-Rest TO Sales-Detail-Record(14:).
      *    Nobody was keyed against these sales - no associate, and
      *    nothing earned on them.
           MOVE SPACES TO SDT-Associate-ID.
           MOVE 0 TO SDT-Comm-Pct.

      *    A receipt whose lines were appended in more than one run
      *    (a layaway pickup, say) meets its earlier numbers again -
      *    carry on past them rather than lose the line.
           MOVE "N" TO WS-Detail-Written-Flag.
           PERFORM Write-One-Detail-Section
               UNTIL WS-Detail-Written
                  OR WS-Next-Line-Number = 999.
           IF NOT WS-Detail-Written THEN
               ADD 1 TO WS-Dtl-Rejected
               DISPLAY "Detail for " ODT-Txn-Number
                   " has more than 999 lines - not written"
           END-IF.

       Write-One-Detail-Section SECTION. *> Try the next line number
           ADD 1 TO WS-Next-Line-Number.
           MOVE WS-Next-Line-Number TO SDT-Line-Number.
           WRITE Sales-Detail-Record
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-Detail-Written TO TRUE
                   ADD 1 TO WS-Dtl-Written
           END-WRITE.

       Convert-Tax-Section SECTION. *> TAXJRNL.OLD across
           OPEN INPUT Old-Tax-File.
           IF NOT WS-Old-Tax-OK THEN
               DISPLAY "No TAXJRNL.OLD (status "
                   WS-Old-Tax-Status ") - tax journal not converted"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT Tax-Journal-File.
           IF NOT WS-Tax-Journal-OK THEN
               DISPLAY "Cannot create TAXJRNL.DAT (status "
                   WS-Tax-Journal-Status ")"
               CLOSE Old-Tax-File
               EXIT SECTION
           END-IF.

           MOVE "N" TO WS-Old-EOF-Flag.
           PERFORM Convert-One-Tax-Section
               UNTIL WS-Old-EOF.

           CLOSE Tax-Journal-File.
           CLOSE Old-Tax-File.

       Convert-One-Tax-Section SECTION. *> One tax record, reordered
           READ Old-Tax-File
               AT END
                   SET WS-Old-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           ADD 1 TO WS-Tax-Read.
           MOVE SPACES TO Tax-Journal-Record.
           MOVE OTX-Txn-Number TO TXJ-Txn-Number.
           MOVE OTX-Category TO TXJ-Category.
           MOVE OTX-Date TO TXJ-Date.
           MOVE OTX-Txn-Type TO TXJ-Txn-Type.
           MOVE OTX-Rest TO Tax-Journal-Record(23:).
           WRITE Tax-Journal-Record
               INVALID KEY
                   ADD 1 TO WS-Tax-Rejected
                   DISPLAY "Tax for " OTX-Txn-Number " category "
                       OTX-Category " already on file - not written"
               NOT INVALID KEY
                   ADD 1 TO WS-Tax-Written
           END-WRITE.

       Show-Totals-Section SECTION. *> What went across
           DISPLAY "                 read     written    rejected".
           DISPLAY "Journal  " WITH NO ADVANCING.
           PERFORM Show-Journal-Counts-Section.
           DISPLAY "Detail   " WITH NO ADVANCING.
           PERFORM Show-Detail-Counts-Section.
           DISPLAY "Tax      " WITH NO ADVANCING.
           PERFORM Show-Tax-Counts-Section.

       Show-Journal-Counts-Section SECTION. *> Journal line
           MOVE WS-Jrnl-Read TO WS-Disp-Count.
           DISPLAY WS-Disp-Count "  " WITH NO ADVANCING.
           MOVE WS-Jrnl-Written TO WS-Disp-Count.
           DISPLAY WS-Disp-Count "  " WITH NO ADVANCING.
           MOVE WS-Jrnl-Rejected TO WS-Disp-Count.
           DISPLAY WS-Disp-Count.

       Show-Detail-Counts-Section SECTION. *> Detail line
           MOVE WS-Dtl-Read TO WS-Disp-Count.
           DISPLAY WS-Disp-Count "  " WITH NO ADVANCING.
           MOVE WS-Dtl-Written TO WS-Disp-Count.
           DISPLAY WS-Disp-Count "  " WITH NO ADVANCING.
           MOVE WS-Dtl-Rejected TO WS-Disp-Count.
           DISPLAY WS-Disp-Count.

       Show-Tax-Counts-Section SECTION. *> Tax line
           MOVE WS-Tax-Read TO WS-Disp-Count.
           DISPLAY WS-Disp-Count "  " WITH NO ADVANCING.
           MOVE WS-Tax-Written TO WS-Disp-Count.
           DISPLAY WS-Disp-Count "  " WITH NO ADVANCING.
           MOVE WS-Tax-Rejected TO WS-Disp-Count.
           DISPLAY WS-Disp-Count.

       END PROGRAM JournalConvert.
