      *Transaction-sequence integrity audit: walks every number the
      *counter (TXNCTR.DAT) has ever issued and reports each gap - a
      *number with no RECEIPTnnnnnnnnnn.TXT, VOIDnnnnnnnnnn.TXT,
      *GIFTnnnnnnnnnn.TXT, ACCTPAYnnnnnnnnnn.TXT, or
      *EMPTIESnnnnnnnnnn.TXT on disk - plus
      *any numbered file sitting
      *ABOVE the counter, because a numbered transaction with no paper
      *trail (or paper with no issued number) is exactly what a fraud
           IF NOT WS-Number-Accounted THEN
               PERFORM Probe-Acct-Pay-Section
           END-IF.
           IF NOT WS-Number-Accounted THEN
               PERFORM Probe-Empties-Section
           END-IF.

           IF NOT WS-Number-Accounted THEN
               ADD 1 TO WS-Gap-Count
               INTO WS-Probe-Filename.
           PERFORM Probe-One-File-Section.

       Probe-Empties-Section SECTION. *> An empties return's slip?
           MOVE SPACES TO WS-Probe-Filename.
           STRING "EMPTIES" DELIMITED BY SIZE
                  WS-Txn-Number DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-Probe-Filename.
           PERFORM Probe-One-File-Section.

       Probe-One-File-Section SECTION. *> Try to open the built name
           OPEN INPUT Probe-File.
           IF WS-Probe-Found THEN
           IF NOT WS-Number-Accounted THEN
               PERFORM Probe-Acct-Pay-Section
           END-IF.
           IF NOT WS-Number-Accounted THEN
               PERFORM Probe-Empties-Section
           END-IF.

           IF WS-Number-Accounted THEN
               ADD 1 TO WS-Stray-Count
