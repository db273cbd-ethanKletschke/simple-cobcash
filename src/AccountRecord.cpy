      *    "Y" once the account is on credit hold - set by the aging
      *    run past the configured age, or by hand - and the till
      *    then refuses new charges with a "see the office" message.
      *    "C" once the account is closed - it charges nothing more
      *    either, and the lockbox run will not post to it.
           05 ACC-Hold-Flag PIC X(01).
               88 ACC-On-Hold VALUE "Y" "C".
               88 ACC-Is-Closed VALUE "C".
