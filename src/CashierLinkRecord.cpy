      *Record layout for the cashier link file (CSHRLINK.DAT), keyed
      *by card number - ties an employee's card to the cashier ID
      *they sign on to the till with, so the hours they clocked can
      *be set against their till sessions (SESSIONS.DAT). Kept by
      *TimeClockMaint.
       01  Cashier-Link-Record.
           05 CLK-Card-Number PIC 9(16).
           05 CLK-Cashier-ID PIC X(10).
           05 CLK-Updated-Date PIC X(10).
