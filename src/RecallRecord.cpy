      *Record layout for the product recall file (RECALL.DAT), keyed
      *by item code - one record per recalled item, raised and ended
      *by a supervisor. While a recall is active the till refuses to
      *sell the item; when serial ranges are named only the units
      *whose serials fall inside one of them are refused, and the
      *rest of the item keeps selling.
       01  Recall-Record.
           05 RCL-Item-Code PIC X(10).
      *    The manufacturer's or regulator's own recall reference,
      *    quoted on the notice and the affected-sales report
           05 RCL-Reference PIC X(12).
           05 RCL-Reason PIC X(30).
           05 RCL-Start-Date PIC X(10).
      *    "A" = active, refused at the till; "E" = ended, kept for
      *    the record and the report
           05 RCL-Status PIC X(01).
               88 RCL-Is-Active VALUE "A".
               88 RCL-Is-Ended VALUE "E".
           05 RCL-End-Date PIC X(10).
      *    How many serial ranges below are filled in - zero means
      *    every unit of the item is recalled
           05 RCL-Range-Count PIC 9(01).
      *    Inclusive serial ranges, compared character by character
      *    the way the registry stores them
           05 RCL-Serial-Range OCCURS 5 TIMES.
               10 RCL-Serial-From PIC X(20).
               10 RCL-Serial-To PIC X(20).
      *    Masked card of the supervisor who raised it
           05 RCL-Raised-By PIC X(16).
