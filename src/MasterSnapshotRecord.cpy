      *Record layout for head office's per-store download snapshot
      *(HOSNAP<store>.DAT), keyed by master and record key - the
      *image of every tax, item, price change and promotion record
      *as that store was last sent it. The download run compares the
      *head-office masters against it to find what was added,
      *changed or deleted since. A master of "0" holds the stamp of
      *the last download in its image.
       01  Master-Snapshot-Record.
           05 SNP-Key.
      *        "T", "I", "P" or "R", as on the download
               10 SNP-Master PIC X(01).
      *        Category; item code; item code and effective date;
      *        item code and start date
               10 SNP-Code PIC X(20).
           05 SNP-Image PIC X(120).
      *    The run that last found this record on the head-office
      *    master - older than the current run means it has gone
           05 SNP-Run-Stamp PIC X(14).
