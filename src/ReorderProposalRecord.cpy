      *Record layout for the reorder proposal file (REORDPRP.DAT) -
      *one record per item the weekly reorder recalculation would
      *change, written by its propose run and applied to the item
      *master only when a supervisor accepts them.
       01  Reorder-Proposal-Record.
           05 RPR-Item-Code PIC X(10).
      *    What was on file when the proposal was made - an item
      *    re-keyed by hand since then is left as it now stands
           05 RPR-Old-Level PIC 9(05).
           05 RPR-Old-Qty PIC 9(05).
           05 RPR-New-Level PIC 9(05).
           05 RPR-New-Qty PIC 9(05).
      *    The velocity behind it, in units a day
           05 RPR-Daily-Rate PIC 9(05)V999.
           05 RPR-Proposed-Date PIC X(10).
