       01  Cardholder-Record.
      *    The card or account number (the file's record key)
           05 CH-Card-Number PIC 9(16).
      *    The card's PIN in its one-way protected form (PinHash of
      *    card number and PIN) - a keyed PIN is protected the same
      *    way and the two forms compared; the PIN itself is never
      *    kept.
           05 CH-PIN-Hash PIC X(20).
      *    Name on file, for reference only
           05 CH-Holder-Name PIC X(45).
      *    "Y" if this card belongs to a supervisor/employee who may
      *    outright once it reaches the limit, until a supervisor
      *    resets it (or a PIN change through card maintenance does).
           05 CH-Failed-PIN-Count PIC 9(02).
      *    "Y" if this card belongs to a member of staff - a sale
      *    tendered on it takes the staff discount automatically.
           05 CH-Employee-Flag PIC X(01).
               88 CH-Is-Employee VALUE "Y".
               88 CH-Not-Employee VALUE "N".
      *    The employee's discounted spend so far in the year named
      *    beside it - a new year starts the allowance over.
           05 CH-Staff-Year PIC 9(04).
           05 CH-Staff-Spend PIC 9(07)V99.
