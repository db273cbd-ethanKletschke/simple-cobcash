      *Record layout for the daily sales budget file (BUDGET.DAT),
      *keyed by date and department code - the plan each manager is
      *measured against, one net-sales figure per department per day,
      *keyed or loaded through the budget maintenance and compared to
      *what actually sold by the budget-versus-actual report.
       01  Budget-Record.
           05 BDG-Key.
      *        The trading day, as 9999/99/99
               10 BDG-Date PIC X(10).
      *        DEPTMSTR.DAT code - spaces budgets the unassigned items
               10 BDG-Dept-Code PIC X(03).
      *    Planned net sales (sales less refunds) for the day
           05 BDG-Amount PIC 9(07)V99.
