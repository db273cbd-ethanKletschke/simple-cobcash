      *Record layout for the period control file (PERCTL.DAT), keyed
      *by month - one record per month the period close has rolled
      *up, so a month can't be closed (and its totals rolled) twice,
      *and the history purge can tell a closed month from one that
      *is still being traded.
       01  Period-Control-Record.
      *    yyyy/mm
           05 PCT-Month PIC X(07).
      *    "C" = closed; "P" = closed, and detail up to and including
      *    it moved off to the history files
           05 PCT-State PIC X(01).
               88 PCT-Is-Closed VALUE "C" "P".
               88 PCT-Is-Purged VALUE "P".
           05 PCT-Closed-Date PIC X(10).
           05 PCT-Purged-Date PIC X(10).
