      *End-of-day close driver: runs the nightly close sequence -
      *master cross-reference check, day-close, batch edit, batch
      *posting, EOD reconciliation, sales analysis, reorder, error
      *summary, master backup, receipt archive - in order, instead
      *of trusting whoever is closing to remember the litany. Each
      *step's outcome is recorded in a status file (EODSTAT.DAT) as
      *it finishes; the run stops on the first failure, and a re-run
      *the same night resumes from the failed step instead of the
      *top. The status file doubles as the 7am opener's proof that
      *last night's close actually finished.
      *
      *The command each step runs lives in EODSTEPS.DAT (step name
      *and shell command, one per line) so the shop can match its own

       Seed-Default-Steps-Section SECTION. *> The litany, written down
           OPEN OUTPUT Steps-File.
      *    Broken links between the masters stop the close before
      *    anything is posted against them.
           MOVE "XREF-CHECK" TO EODS-Step-Name.
           MOVE "./xrefchk" TO EODS-Command.
           WRITE Steps-Record.
           MOVE "DAY-CLOSE" TO EODS-Step-Name.
           MOVE "printf 'C\n' | ./daycontrol" TO EODS-Command.
           WRITE Steps-Record.
