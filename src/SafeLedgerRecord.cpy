      *Record layout for the safe ledger (SAFELEDG.DAT) - one
      *fixed-format record appended per movement of cash into or out
      *of the back-office safe, so the day's safe balance can be
      *walked from the opening count to the closing count instead of
      *being worked out on the back of a deposit slip.
       01  Safe-Ledger-Record.
           05 SFL-Date PIC X(10).
           05 SFL-Time PIC X(08).
      *    P = pickup lifted from a lane drawer mid-shift (in)
      *    C = a lane drawer's cash at close of session (in)
      *    H = a lane drawer's checks at close of session (in)
      *    F = change fund / float issued out to a lane (out)
      *    D = the bank deposit, from DepositPrep (out)
      *    S = the safe itself counted at close of day
           05 SFL-Type PIC X(01).
               88 SFL-Is-Pickup VALUE "P".
               88 SFL-Is-Drawer-Close VALUE "C".
               88 SFL-Is-Drawer-Checks VALUE "H".
               88 SFL-Is-Change-Fund VALUE "F".
               88 SFL-Is-Deposit VALUE "D".
               88 SFL-Is-Safe-Count VALUE "S".
               88 SFL-Is-Money-In VALUE "P" "C" "H".
               88 SFL-Is-Money-Out VALUE "F" "D".
      *    The lane the cash came from or went to - spaces on the
      *    deposit and the safe count
           05 SFL-Lane PIC X(02).
           05 SFL-Amount PIC 9(07)V99.
      *    The cashier or program that recorded it
           05 SFL-Who PIC X(10).
      *    The deposit's bag number, or a short note
           05 SFL-Reference PIC X(20).
      *    Which store's safe, for head office
           05 SFL-Store PIC X(03).
