      *One-time conversion of the item master (ITEMMSTR.DAT) to the
      *layout that carries the fixed-reorder flag and the recall
      *quarantine count on each item. Before running it, with every
      *lane signed off, rename the live file:
      *    ITEMMSTR.DAT to ITEMMSTR.OLD
      *The run builds a new ITEMMSTR.DAT from the old records with
      *everything carried across as it stands, the reorder flag "N"
      *(the weekly recalculation may propose for every item until
      *someone fixes one by hand) and nothing in quarantine. Any
      *record whose code is already on file is listed and counted,
      *not written, and ITEMMSTR.OLD is left untouched so the run can
      *be repeated from scratch. An ITEMMSTR.BAK taken before the run
      *holds the old layout - take a fresh MasterBackup once the new
      *file is proven.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ItemConvert.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The old item master, without the two new fields
           SELECT Old-Item-File ASSIGN TO "ITEMMSTR.OLD"
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OIM-Item-Code
           FILE STATUS IS WS-Old-Item-Status.
      *    The new item master
           SELECT Item-Master-File ASSIGN TO "ITEMMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITM-Item-Code
           FILE STATUS IS WS-Item-Master-Status.

       DATA DIVISION.
       FILE SECTION.
      *The old item layout - the code, then the rest exactly as the
      *new layout carries it ahead of the reorder flag
       FD  Old-Item-File.
       01  Old-Item-Record.
           05 OIM-Item-Code PIC X(10).
           05 OIM-Rest PIC X(77).

       FD  Item-Master-File.
           COPY "ItemMasterRecord.cpy".

       WORKING-STORAGE SECTION.
      *File statuses
       01  WS-Old-Item-Status PIC X(02).
           88 WS-Old-Item-OK VALUE "00".
       01  WS-Item-Master-Status PIC X(02).
           88 WS-Item-Master-OK VALUE "00".
      *"Y" once the old file runs out
       01  WS-Old-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Old-EOF VALUE "Y".
      *Run totals
       01  WS-Convert-Totals.
           05 WS-Itm-Read PIC 9(08) VALUE 0.
           05 WS-Itm-Written PIC 9(08) VALUE 0.
           05 WS-Itm-Rejected PIC 9(08) VALUE 0.
           05 WS-Disp-Count PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> ITEMMSTR.OLD across
           DISPLAY "Item Convert - item master to the quarantine "
               "layout".
           OPEN INPUT Old-Item-File.
           IF NOT WS-Old-Item-OK THEN
               DISPLAY "No ITEMMSTR.OLD (status "
                   WS-Old-Item-Status ") - items not converted"
               STOP RUN
           END-IF.
           OPEN OUTPUT Item-Master-File.
           IF NOT WS-Item-Master-OK THEN
               DISPLAY "Cannot create ITEMMSTR.DAT (status "
                   WS-Item-Master-Status ")"
               CLOSE Old-Item-File
               STOP RUN
           END-IF.

           PERFORM Convert-One-Item-Section
               UNTIL WS-Old-EOF.

           CLOSE Item-Master-File.
           CLOSE Old-Item-File.
           PERFORM Show-Totals-Section.
           STOP RUN.

       Convert-One-Item-Section SECTION. *> One item record
           READ Old-Item-File NEXT RECORD
               AT END
                   SET WS-Old-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           ADD 1 TO WS-Itm-Read.
           MOVE SPACES TO Item-Master-Record.
           MOVE OIM-Item-Code TO ITM-Item-Code.
           MOVE OIM-Rest TO Item-Master-Record(11:77).
           MOVE "N" TO ITM-Reorder-Fixed.
           MOVE 0 TO ITM-Quarantine-Qty.
           WRITE Item-Master-Record
               INVALID KEY
                   ADD 1 TO WS-Itm-Rejected
                   DISPLAY "Item " OIM-Item-Code
                       " already on file - not written"
               NOT INVALID KEY
                   ADD 1 TO WS-Itm-Written
           END-WRITE.

       Show-Totals-Section SECTION. *> What went across
           DISPLAY "                 read     written    rejected".
           DISPLAY "Items    " WITH NO ADVANCING.
           MOVE WS-Itm-Read TO WS-Disp-Count.
           DISPLAY WS-Disp-Count "  " WITH NO ADVANCING.
           MOVE WS-Itm-Written TO WS-Disp-Count.
           DISPLAY WS-Disp-Count "  " WITH NO ADVANCING.
           MOVE WS-Itm-Rejected TO WS-Disp-Count.
           DISPLAY WS-Disp-Count.

       END PROGRAM ItemConvert.
