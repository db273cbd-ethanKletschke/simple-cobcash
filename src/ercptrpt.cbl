      *Daily e-receipt report: lists every e-receipt the lanes queued
      *for the mail gateway on the day, off the e-receipt log
      *(ERCPTLOG.DAT), with how each one got on according to the
      *status file the gateway writes back (EMAILSTS.DAT) - still
      *queued, sent, or bounced with the gateway's reason - then the
      *day's totals. A bounced address is the service desk's cue to
      *ask the customer for a better one. Blank date takes today.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EReceiptReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The e-receipt log, read by date
           SELECT EReceipt-Log-File ASSIGN TO "ERCPTLOG.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ERL-Key
           ALTERNATE RECORD KEY IS ERL-Date WITH DUPLICATES
           FILE STATUS IS WS-ERcpt-Log-Status.
      *    Delivery outcomes the mail gateway writes back
           SELECT EReceipt-Status-File ASSIGN TO "EMAILSTS.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-ERcpt-Sts-Status.
      *    The e-receipt report this program produces
           SELECT ERcpt-Report-File ASSIGN TO "ERCPTRPT.TXT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EReceipt-Log-File.
           COPY "EReceiptLogRecord.cpy".

       FD  EReceipt-Status-File.
           COPY "EReceiptStatusRecord.cpy".

       FD  ERcpt-Report-File.
       01  Report-Line-Record PIC X(132).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-ERcpt-Log-Status PIC X(02).
           88 WS-ERcpt-Log-OK VALUE "00".
       01  WS-ERcpt-Sts-Status PIC X(02).
           88 WS-ERcpt-Sts-OK VALUE "00".
      *"Y" once the file being read runs out
       01  WS-Log-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Log-EOF VALUE "Y".
       01  WS-Sts-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Sts-EOF VALUE "Y".
      *The day being reported - blank at the prompt means today
       01  WS-Report-Date PIC X(10) VALUE SPACES.
      *The day's e-receipts, in the order they were queued, each with
      *the latest outcome the gateway has reported for it
       01  WS-ERcpt-Table.
           05 WS-ERcpt-Count PIC 9(04) COMP VALUE 0.
           05 WS-ERcpt-Max PIC 9(04) COMP VALUE 2000.
           05 WS-ERcpt-Entry OCCURS 2000 TIMES.
               10 WS-Ent-Txn PIC 9(10).
               10 WS-Ent-Seq PIC 9(02).
               10 WS-Ent-Kind PIC X(01).
               10 WS-Ent-Time PIC X(08).
               10 WS-Ent-Card-Last4 PIC X(04).
               10 WS-Ent-Email PIC X(60).
      *        Q = still queued, S = sent, B = bounced
               10 WS-Ent-Status PIC X(01).
               10 WS-Ent-Reason PIC X(40).
           05 E PIC 9(04) COMP VALUE 0.
           05 WS-Ent-Found PIC 9(04) COMP VALUE 0.
      *"Y" when the day had more e-receipts than the table holds
       01  WS-Table-Full-Flag PIC X(01) VALUE "N".
           88 WS-Table-Full VALUE "Y".
      *The day's totals
       01  WS-ERcpt-Totals.
           05 WS-Tot-Queued PIC 9(05) VALUE 0.
           05 WS-Tot-Sent PIC 9(05) VALUE 0.
           05 WS-Tot-Bounced PIC 9(05) VALUE 0.
           05 WS-Tot-All PIC 9(05) VALUE 0.
      *Edited and spelled-out figures for the report lines
       01  WS-Disp-ERcpt-Fields.
           05 WS-Disp-Count PIC ZZZZ9.
           05 WS-Disp-Kind PIC X(07).
           05 WS-Disp-Status PIC X(07).
      *Today's date
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Gather the day, mark, then list
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.

           DISPLAY "Report date (yyyy/mm/dd, blank=today):".
           ACCEPT WS-Report-Date.
           IF WS-Report-Date = SPACES THEN
               MOVE WS-Date TO WS-Report-Date
           END-IF.

           PERFORM Load-Day-Section.
           PERFORM Apply-Statuses-Section.

           OPEN OUTPUT ERcpt-Report-File.
           PERFORM Print-Heading-Section.
           IF WS-ERcpt-Count = 0 THEN
               MOVE "(no e-receipts queued on this date)"
                   TO Report-Line-Record
               WRITE Report-Line-Record
           ELSE
               PERFORM Print-One-EReceipt-Section
                   VARYING E FROM 1 BY 1 UNTIL E > WS-ERcpt-Count
           END-IF.
           PERFORM Print-Totals-Section.
           CLOSE ERcpt-Report-File.
           DISPLAY "E-receipt report written to ERCPTRPT.TXT".
           STOP RUN.

       Load-Day-Section SECTION. *> The day's log entries into table
           OPEN INPUT EReceipt-Log-File.
           IF NOT WS-ERcpt-Log-OK THEN
               EXIT SECTION
           END-IF.
           MOVE WS-Report-Date TO ERL-Date.
           START EReceipt-Log-File KEY IS NOT < ERL-Date
               INVALID KEY
                   SET WS-Log-EOF TO TRUE
           END-START.
           PERFORM Load-One-Entry-Section
               UNTIL WS-Log-EOF.
           CLOSE EReceipt-Log-File.

       Load-One-Entry-Section SECTION. *> One queued e-receipt
           READ EReceipt-Log-File NEXT RECORD
               AT END
                   SET WS-Log-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF ERL-Date NOT = WS-Report-Date THEN
               SET WS-Log-EOF TO TRUE
               EXIT SECTION
           END-IF.
           IF WS-ERcpt-Count NOT < WS-ERcpt-Max THEN
               SET WS-Table-Full TO TRUE
               SET WS-Log-EOF TO TRUE
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-ERcpt-Count.
           MOVE ERL-Txn-Number TO WS-Ent-Txn(WS-ERcpt-Count).
           MOVE ERL-Seq TO WS-Ent-Seq(WS-ERcpt-Count).
           MOVE ERL-Kind TO WS-Ent-Kind(WS-ERcpt-Count).
           MOVE ERL-Time TO WS-Ent-Time(WS-ERcpt-Count).
           MOVE ERL-Card-Last4 TO WS-Ent-Card-Last4(WS-ERcpt-Count).
           MOVE ERL-Email TO WS-Ent-Email(WS-ERcpt-Count).
           MOVE "Q" TO WS-Ent-Status(WS-ERcpt-Count).
           MOVE SPACES TO WS-Ent-Reason(WS-ERcpt-Count).

       Apply-Statuses-Section SECTION. *> What the gateway says
           IF WS-ERcpt-Count = 0 THEN
               EXIT SECTION
           END-IF.
           OPEN INPUT EReceipt-Status-File.
           IF NOT WS-ERcpt-Sts-OK THEN
      *        Nothing back from the gateway yet - all still queued
               EXIT SECTION
           END-IF.
           PERFORM Apply-One-Status-Section
               UNTIL WS-Sts-EOF.
           CLOSE EReceipt-Status-File.

       Apply-One-Status-Section SECTION. *> One outcome onto its entry
           READ EReceipt-Status-File
               AT END
                   SET WS-Sts-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF NOT EST-Sent AND NOT EST-Bounced THEN
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-Ent-Found.
           PERFORM Match-One-Entry-Section
               VARYING E FROM 1 BY 1
               UNTIL E > WS-ERcpt-Count OR WS-Ent-Found > 0.
      *    File order is the order things happened - a later outcome
      *    for the same e-receipt (a retry that got through) wins.
           IF WS-Ent-Found > 0 THEN
               MOVE EST-Status TO WS-Ent-Status(WS-Ent-Found)
               IF EST-Bounced THEN
                   MOVE EST-Reason TO WS-Ent-Reason(WS-Ent-Found)
               ELSE
                   MOVE SPACES TO WS-Ent-Reason(WS-Ent-Found)
               END-IF
           END-IF.

       Match-One-Entry-Section SECTION. *> Try one table entry
           IF WS-Ent-Txn(E) = EST-Txn-Number
                   AND WS-Ent-Seq(E) = EST-Seq THEN
               MOVE E TO WS-Ent-Found
           END-IF.

       Print-Heading-Section SECTION. *> The report heading
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "E-Receipts                 " DELIMITED BY SIZE
                  WS-Report-Date DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "  Time     Txn        Cp Kind    Card Status  Email"
               TO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-One-EReceipt-Section SECTION. *> One e-receipt's line
           EVALUATE WS-Ent-Kind(E)
               WHEN "R"
                   MOVE "Reprint" TO WS-Disp-Kind
               WHEN "V"
                   MOVE "Void" TO WS-Disp-Kind
               WHEN OTHER
                   MOVE "Receipt" TO WS-Disp-Kind
           END-EVALUATE.
           EVALUATE WS-Ent-Status(E)
               WHEN "S"
                   MOVE "Sent" TO WS-Disp-Status
                   ADD 1 TO WS-Tot-Sent
               WHEN "B"
                   MOVE "BOUNCED" TO WS-Disp-Status
                   ADD 1 TO WS-Tot-Bounced
               WHEN OTHER
                   MOVE "Queued" TO WS-Disp-Status
                   ADD 1 TO WS-Tot-Queued
           END-EVALUATE.
           ADD 1 TO WS-Tot-All.

           MOVE SPACES TO Report-Line-Record.
           STRING "  " DELIMITED BY SIZE
                  WS-Ent-Time(E) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Ent-Txn(E) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Ent-Seq(E) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Kind DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Ent-Card-Last4(E) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Status DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Ent-Email(E) DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

           IF WS-Ent-Status(E) = "B" THEN
               MOVE SPACES TO Report-Line-Record
               STRING "      bounced: " DELIMITED BY SIZE
                      WS-Ent-Reason(E) DELIMITED BY SIZE
                   INTO Report-Line-Record
               WRITE Report-Line-Record
           END-IF.

       Print-Totals-Section SECTION. *> The day's counts
           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Tot-Sent TO WS-Disp-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "Sent            " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Tot-Bounced TO WS-Disp-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "Bounced         " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Tot-Queued TO WS-Disp-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "Still queued    " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Tot-All TO WS-Disp-Count.
           MOVE SPACES TO Report-Line-Record.
           STRING "Total queued    " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           IF WS-Table-Full THEN
               MOVE SPACES TO Report-Line-Record
               STRING "(more e-receipts than this report holds - "
                          DELIMITED BY SIZE
                      "the list stops at 2000)" DELIMITED BY SIZE
                   INTO Report-Line-Record
               WRITE Report-Line-Record
           END-IF.

       END PROGRAM EReceiptReport.
