      *Record layout for the weekly payroll hours export
      *(PAYHOURS.DAT) - one fixed-format record per employee who
      *clocked time in the week, written by TimeReport for the
      *payroll bureau to pick up.
       01  Pay-Hours-Record.
      *    The Monday the pay week starts on
           05 PHR-Week-Start PIC X(10).
           05 PHR-Store PIC X(03).
           05 PHR-Card-Number PIC 9(16).
           05 PHR-Employee-Name PIC X(45).
           05 PHR-Regular-Hours PIC 9(03)V99.
           05 PHR-Overtime-Hours PIC 9(03)V99.
           05 PHR-Shift-Count PIC 9(02).
      *    Missed punches in the week - hours are only paid on
      *    complete shifts, so a non-zero count wants the punches
      *    put right and the export run again.
           05 PHR-Exception-Count PIC 9(02).
