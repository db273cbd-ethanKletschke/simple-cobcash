      *Open return-to-vendor report: run at month end over the
      *open-RTV file (RTVOPEN.DAT). Lists every debit memo line still
      *waiting on the supplier's credit, aged in days since the goods
      *went back, with a total per supplier - so credits owed to us
      *are chased instead of quietly lost. The month's confirmed
      *credits are totalled underneath for the books.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RtvReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The open-RTV file, read end to end in memo order
           SELECT Rtv-File ASSIGN TO "RTVOPEN.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS RTV-Key
           FILE STATUS IS WS-Rtv-Status.
      *    The report this program produces
           SELECT Rtv-Report-File ASSIGN TO "RTVRPT.TXT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Rtv-File.
           COPY "RtvRecord.cpy".

       FD  Rtv-Report-File.
       01  Report-Line-Record PIC X(100).

       WORKING-STORAGE SECTION.
      *File status for the open-RTV file ("00" = OK)
       01  WS-Rtv-Status PIC X(02).
           88 WS-Rtv-OK VALUE "00".
      *"Y" once the file runs out of records
       01  WS-Rtv-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Rtv-EOF VALUE "Y".
      *The month whose credits are totalled - yyyy/mm
       01  WS-Report-Month PIC X(07) VALUE SPACES.

      *Per-supplier accumulation of what is still owed
       01  WS-Supplier-Totals.
           05 WS-Sup-Count PIC 9(04) COMP VALUE 0.
           05 WS-Sup-Max PIC 9(04) COMP VALUE 200.
           05 WS-Sup-Entry OCCURS 200 TIMES.
               10 WS-Sup-Code PIC X(06).
               10 WS-Sup-Lines PIC 9(05).
               10 WS-Sup-Value PIC 9(09)V99.
           05 SP PIC 9(04) COMP VALUE 0.
           05 WS-Sup-Found PIC 9(04) COMP VALUE 0.

      *Date arithmetic scratch
       01  WS-Age-Work.
           05 WS-Date-Digits PIC 9(08) VALUE 0.
           05 WS-Today-Integer PIC 9(08) VALUE 0.
           05 WS-Rtv-Days PIC S9(05) VALUE 0.
      *Run totals
       01  WS-Rtv-Totals.
           05 WS-Open-Lines PIC 9(05) VALUE 0.
           05 WS-Open-Value PIC 9(09)V99 VALUE 0.
           05 WS-Credited-Lines PIC 9(05) VALUE 0.
           05 WS-Credited-Value PIC 9(09)V99 VALUE 0.
      *Edited figures for the report lines
       01  WS-Disp-Rtv-Fields.
           05 WS-Disp-Qty PIC ZZZZ9.99.
           05 WS-Disp-Value PIC $$$,$$$,$$9.99.
           05 WS-Disp-Days PIC ZZZZ9.
           05 WS-Disp-Lines PIC ZZZZ9.
      *Today's date, for the heading and the ages
       01  WS-Date PIC 9999/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Key the month, walk, report
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           MOVE WS-Date(1:4) TO WS-Date-Digits(1:4).
           MOVE WS-Date(6:2) TO WS-Date-Digits(5:2).
           MOVE WS-Date(9:2) TO WS-Date-Digits(7:2).
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Date-Digits).

           DISPLAY "Credits confirmed in month (yyyy/mm, "
               "blank=this month):".
           ACCEPT WS-Report-Month.
           IF WS-Report-Month = SPACES THEN
               MOVE WS-Date(1:7) TO WS-Report-Month
           END-IF.

           OPEN INPUT Rtv-File.
           IF NOT WS-Rtv-OK THEN
               DISPLAY "No open-RTV file (RTVOPEN.DAT) to report on"
               STOP RUN
           END-IF.

           OPEN OUTPUT Rtv-Report-File.
           PERFORM Print-Heading-Section.
           PERFORM Report-One-Line-Section
               UNTIL WS-Rtv-EOF.
           CLOSE Rtv-File.
           PERFORM Print-Footer-Section.
           CLOSE Rtv-Report-File.
           DISPLAY "Open RTV report written to RTVRPT.TXT".
           STOP RUN.

       Report-One-Line-Section SECTION. *> One memo line judged
           READ Rtv-File NEXT RECORD
               AT END
                   SET WS-Rtv-EOF TO TRUE
           END-READ.
           IF WS-Rtv-EOF THEN
               EXIT SECTION
           END-IF.

           IF RTV-Is-Credited THEN
               IF RTV-Credit-Date(1:7) = WS-Report-Month THEN
                   ADD 1 TO WS-Credited-Lines
                   ADD RTV-Value TO WS-Credited-Value
               END-IF
               EXIT SECTION
           END-IF.

           MOVE RTV-Date(1:4) TO WS-Date-Digits(1:4).
           MOVE RTV-Date(6:2) TO WS-Date-Digits(5:2).
           MOVE RTV-Date(9:2) TO WS-Date-Digits(7:2).
           COMPUTE WS-Rtv-Days = WS-Today-Integer
               - FUNCTION INTEGER-OF-DATE(WS-Date-Digits).

           MOVE RTV-Qty TO WS-Disp-Qty.
           MOVE RTV-Value TO WS-Disp-Value.
           MOVE WS-Rtv-Days TO WS-Disp-Days.
           MOVE SPACES TO Report-Line-Record.
           STRING "  " DELIMITED BY SIZE
                  RTV-Number DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RTV-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RTV-Supplier-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RTV-Item-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RTV-Item-Name DELIMITED BY SIZE
                  WS-Disp-Qty DELIMITED BY SIZE
                  WS-Disp-Value DELIMITED BY SIZE
                  WS-Disp-Days DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

           ADD 1 TO WS-Open-Lines.
           ADD RTV-Value TO WS-Open-Value.
           PERFORM Add-To-Supplier-Section.

       Add-To-Supplier-Section SECTION. *> Into its supplier row
           MOVE 0 TO WS-Sup-Found.
           PERFORM Match-One-Supplier-Section
               VARYING SP FROM 1 BY 1 UNTIL SP > WS-Sup-Count.
           IF WS-Sup-Found = 0 THEN
               IF WS-Sup-Count < WS-Sup-Max THEN
                   ADD 1 TO WS-Sup-Count
                   MOVE WS-Sup-Count TO WS-Sup-Found
                   MOVE RTV-Supplier-Code TO WS-Sup-Code(WS-Sup-Found)
                   MOVE 0 TO WS-Sup-Lines(WS-Sup-Found)
                   MOVE 0 TO WS-Sup-Value(WS-Sup-Found)
               END-IF
           END-IF.
           IF WS-Sup-Found > 0 THEN
               ADD 1 TO WS-Sup-Lines(WS-Sup-Found)
               ADD RTV-Value TO WS-Sup-Value(WS-Sup-Found)
           END-IF.

       Match-One-Supplier-Section SECTION. *> Try one supplier row
           IF WS-Sup-Code(SP) = RTV-Supplier-Code THEN
               MOVE SP TO WS-Sup-Found
           END-IF.

       Print-Heading-Section SECTION. *> The report's heading
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE SPACES TO Report-Line-Record.
           STRING "Open Returns To Vendor     " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "========================================"
               TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "  Memo   Sent       Supp   Item" TO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-Footer-Section SECTION. *> Per supplier, then totals
           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE "Awaiting Credit By Supplier" TO Report-Line-Record.
           WRITE Report-Line-Record.
           PERFORM Print-One-Supplier-Section
               VARYING SP FROM 1 BY 1 UNTIL SP > WS-Sup-Count.

           MOVE SPACES TO Report-Line-Record.
           WRITE Report-Line-Record.
           MOVE WS-Open-Lines TO WS-Disp-Lines.
           MOVE WS-Open-Value TO WS-Disp-Value.
           MOVE SPACES TO Report-Line-Record.
           STRING "TOTAL AWAITING CREDIT: " DELIMITED BY SIZE
                  WS-Disp-Lines DELIMITED BY SIZE
                  " lines, " DELIMITED BY SIZE
                  WS-Disp-Value DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
           DISPLAY Report-Line-Record.

           MOVE WS-Credited-Lines TO WS-Disp-Lines.
           MOVE WS-Credited-Value TO WS-Disp-Value.
           MOVE SPACES TO Report-Line-Record.
           STRING "Credited in " DELIMITED BY SIZE
                  WS-Report-Month DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-Disp-Lines DELIMITED BY SIZE
                  " lines, " DELIMITED BY SIZE
                  WS-Disp-Value DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.

       Print-One-Supplier-Section SECTION. *> One supplier's total
           MOVE WS-Sup-Lines(SP) TO WS-Disp-Lines.
           MOVE WS-Sup-Value(SP) TO WS-Disp-Value.
           MOVE SPACES TO Report-Line-Record.
           STRING "  " DELIMITED BY SIZE
                  WS-Sup-Code(SP) DELIMITED BY SIZE
                  " Lines:" DELIMITED BY SIZE
                  WS-Disp-Lines DELIMITED BY SIZE
                  " Value:" DELIMITED BY SIZE
                  WS-Disp-Value DELIMITED BY SIZE
               INTO Report-Line-Record.
           WRITE Report-Line-Record.
       END PROGRAM RtvReport.
