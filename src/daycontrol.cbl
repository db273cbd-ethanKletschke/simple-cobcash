      *queued in advance through PricePending) whose effective date
      *has arrived, and reports exactly which prices moved and from
      *what to what (PRCAPPLD.TXT) - the sheet the shelf tickets are
      *checked against. Future-dated changes stay queued. Every price
      *that moves is also queued for the shelf-label run
      *(LBLQUEUE.DAT), which prints the new tickets after the open.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DayControl.

      *    The report of exactly which prices moved this day-open
           SELECT Price-Report-File ASSIGN TO "PRCAPPLD.TXT"
           ORGANIZATION LINE SEQUENTIAL.
      *    Items whose price moved, waiting on the shelf-label run
           SELECT Label-Queue-File ASSIGN TO "LBLQUEUE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Label-Queue-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Price-Report-File.
       01  Price-Report-Record PIC X(80).

       FD  Label-Queue-File.
           COPY "LabelQueueRecord.cpy".

       WORKING-STORAGE SECTION.
      *File status for the day-control file ("00" = OK)
       01  WS-Day-Control-Status PIC X(02).
      *File status for the item master file
       01  WS-Item-Master-Status PIC X(02).
           88 WS-Item-Master-OK VALUE "00".
      *File status for the label queue
       01  WS-Label-Queue-Status PIC X(02).
      *"Y" once the pending file runs out of records
       01  WS-Pending-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Pending-EOF VALUE "Y".

           OPEN OUTPUT Price-Report-File.
           PERFORM Print-Price-Report-Heading-Section.
      *    Added to, not replaced - a label run that was missed
      *    still finds yesterday's changes waiting.
           OPEN EXTEND Label-Queue-File.
           IF WS-Label-Queue-Status = "35" THEN
      *        File doesn't exist yet - start it off
               OPEN OUTPUT Label-Queue-File
           END-IF.

           PERFORM Apply-One-Price-Change-Section
               VARYING PD FROM 1 BY 1 UNTIL PD > WS-Pend-Count.

           CLOSE Label-Queue-File.
           CLOSE Price-Report-File.
           CLOSE Item-Master-File.

                          ")" DELIMITED BY SIZE
                       INTO Price-Report-Record
                   WRITE Price-Report-Record
                   MOVE WS-Pend-Item-Code(PD) TO LBQ-Item-Code
                   SET LBQ-Price-Changed TO TRUE
                   MOVE WS-Date TO LBQ-Queued-Date
                   WRITE Label-Queue-Record
           END-READ.

       Write-Back-One-Pending-Section SECTION. *> Future changes stay
