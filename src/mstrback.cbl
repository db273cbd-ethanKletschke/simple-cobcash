           05 WS-Key-Total PIC 9(18) VALUE 0.
           05 WS-Trailer-Count PIC 9(09) VALUE 0.
           05 WS-Trailer-Total PIC 9(18) VALUE 0.
      *Tag on a cardholder backup's trailer saying its PINs are held
      *in the protected form - a backup without it predates that and
      *would load garbage over every card's PIN.
       01  WS-PIN-Form-Tag PIC X(02) VALUE SPACES.
           88 WS-PIN-Form-Protected VALUE "PH".
      *Edited figures for the run report
       01  WS-Disp-Record-Count PIC ZZZ,ZZZ,ZZ9.

           END-READ.

       Write-Trailer-Section SECTION. *> Count and total for verifying
           IF WS-Backup-Filename = "CARDHOLD.BAK" THEN
               SET WS-PIN-Form-Protected TO TRUE
           ELSE
               MOVE SPACES TO WS-PIN-Form-Tag
           END-IF.
           MOVE SPACES TO Backup-Line-Record.
           STRING "@@END " DELIMITED BY SIZE
                  WS-Record-Count DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Key-Total DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PIN-Form-Tag DELIMITED BY SIZE
               INTO Backup-Line-Record.
           WRITE Backup-Line-Record.

               STOP RUN
           END-IF.

      *    A cardholder backup taken before PINs were protected can't
      *    go back in - refuse it before the live file is touched.
           IF WS-Choice-Cardholder THEN
               PERFORM Check-PIN-Form-Section
           END-IF.

      *    OPEN OUTPUT starts the indexed file over - everything it
      *    held is replaced by what the backup holds.
           EVALUATE TRUE

           PERFORM Report-Restore-Section.

       Check-PIN-Form-Section SECTION. *> Protected-PIN backup?
           MOVE SPACES TO WS-PIN-Form-Tag.
           MOVE "N" TO WS-Walk-EOF-Flag.
           PERFORM Find-PIN-Form-Tag-Section
               UNTIL WS-Walk-EOF.
           CLOSE Backup-File.

           IF NOT WS-PIN-Form-Protected THEN
               DISPLAY "CARDHOLD.BAK holds PINs in the old clear form"
                   " - not restored. Rename it CARDHOLD.OBK and run"
                   " PinConvert first."
               STOP RUN
           END-IF.

      *    Back to the top for the restore proper
           OPEN INPUT Backup-File.

       Find-PIN-Form-Tag-Section SECTION. *> Look for the trailer
           READ Backup-File
               AT END
                   SET WS-Walk-EOF TO TRUE
               NOT AT END
                   IF Backup-Line-Record(1:6) = "@@END " THEN
                       MOVE Backup-Line-Record(36:2)
                           TO WS-PIN-Form-Tag
                   END-IF
           END-READ.

       Restore-One-Line-Section SECTION. *> One backup line back in
           READ Backup-File
               AT END
