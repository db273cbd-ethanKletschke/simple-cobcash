      *Record layout for the time clock punch file (TIMEPNCH.DAT) -
      *one record per clock-in, clock-out, or break punch, keyed by
      *the employee's card and then the date and time of the punch,
      *so each employee's punches read back in the order they were
      *made. Written by TimeClock as staff punch, and by
      *TimeClockMaint when a supervisor puts a punch right.
       01  Time-Punch-Record.
           05 TPN-Key.
      *        The employee's card on the cardholder master
               10 TPN-Card-Number PIC 9(16).
               10 TPN-Date PIC X(10).
               10 TPN-Time PIC X(08).
      *    I = clock in, O = clock out, B = break start, R = back
      *    from break
           05 TPN-Type PIC X(01).
               88 TPN-Clock-In VALUE "I".
               88 TPN-Clock-Out VALUE "O".
               88 TPN-Break-Start VALUE "B".
               88 TPN-Break-End VALUE "R".
               88 TPN-Type-Valid VALUE "I" "O" "B" "R".
      *    C = punched at the clock, S = added or corrected by a
      *    supervisor
           05 TPN-Source PIC X(01).
               88 TPN-From-Clock VALUE "C".
               88 TPN-From-Supervisor VALUE "S".
      *    Which lane/terminal the clock ran on
           05 TPN-Station PIC X(02).
      *    On a supervisor's punch, the last four digits of their
      *    card and the day they keyed it
           05 TPN-Edited-By PIC X(04).
           05 TPN-Edit-Date PIC X(10).
