      *Archive and purge for the numbered transaction files. Archive
      *mode walks every number the counter has issued, rolls each
      *RECEIPTnnnnnnnnnn.TXT / VOIDnnnnnnnnnn.TXT / GIFTnnnnnnnnnn.TXT
      */ ACCTPAYnnnnnnnnnn.TXT / EMPTIESnnnnnnnnnn.TXT
      *dated before a keyed cutoff into one consolidated archive file
      *per month (ARCHyyyymm.TXT) and deletes the original - eleven
      *thousand loose files in one directory is what was slowing the
               88 WS-Txn-EOF VALUE "Y".
      *    The date found on the file being considered
           05 WS-Txn-File-Date PIC X(10) VALUE SPACES.
      *    Which of the prefixes the number answered to
           05 WS-Txn-Kind PIC 9(01) VALUE 0.
      *Retrieval bookkeeping
       01  WS-Retrieve-State.
           DISPLAY "Files archived: " WS-Disp-Files-Archived.

       Archive-One-Number-Section SECTION. *> All of one number's files
      *    A number leaves at most one file, but check all five
      *    prefixes so voids, gift slips, account payment slips and
      *    empties return slips age out too.
           PERFORM Try-Archive-Receipt-Section.
           PERFORM Try-Archive-Void-Section.
           PERFORM Try-Archive-Gift-Section.
           PERFORM Try-Archive-Acct-Pay-Section.
           PERFORM Try-Archive-Empties-Section.

       Try-Archive-Receipt-Section SECTION. *> RECEIPTnnnn.TXT, if any
           MOVE 1 TO WS-Txn-Kind.
               INTO WS-Txn-Filename.
           PERFORM Consider-One-File-Section.

       Try-Archive-Empties-Section SECTION. *> EMPTIESnnnn.TXT, if any
           MOVE 5 TO WS-Txn-Kind.
           MOVE SPACES TO WS-Txn-Filename.
           STRING "EMPTIES" DELIMITED BY SIZE
                  WS-Txn-Number DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-Txn-Filename.
           PERFORM Consider-One-File-Section.

       Consider-One-File-Section SECTION. *> Old enough to roll up?
           MOVE SPACES TO WS-Txn-File-Date.
           OPEN INPUT Txn-In-File.
                               MOVE Txn-Line-Record(16:10)
                                   TO WS-Txn-File-Date
                           END-IF
                       WHEN WS-Txn-Kind = 5
                           IF Txn-Line-Record(1:14) =
                                   "EMPTIES RETURN" THEN
                               MOVE Txn-Line-Record(16:10)
                                   TO WS-Txn-File-Date
                           END-IF
                   END-EVALUATE
           END-READ.

