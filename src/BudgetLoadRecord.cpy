      *Record layout for one line of a budget load (BUDLOAD.DAT) - the
      *spreadsheet's plan saved out as fixed columns, one line per day
      *and department, loaded onto BUDGET.DAT in one pass. A line for
      *a day and department already on file replaces its figure.
       01  Budget-Load-Record.
           05 BLD-Date PIC X(10).
           05 BLD-Dept-Code PIC X(03).
           05 BLD-Amount PIC 9(07)V99.
