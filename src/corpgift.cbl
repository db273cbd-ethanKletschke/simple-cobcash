      *Corporate gift card orders: a business ordering fifty or two
      *hundred cards at once for its staff is served from the back
      *office in one run instead of tying up a lane card by card.
      *The order is keyed once - company, how many cards, the value
      *on each, the first card number of the pre-printed stock, and
      *whether it is paid now or charged to the company's house
      *account. Every card in the range is checked unissued before
      *anything moves; then each is activated on GIFTCARD.DAT with
      *its own "L" load on the gift ledger, the order draws one
      *transaction number and goes on the journal, an account order
      *is charged to ACCOUNTS.DAT with its ACCTHIST record, and the
      *order invoice (GIFTnnnnnnnnnn.TXT, the number's own slip) and
      *the customer's card list (GIFTLISTnnnnnnnnnn.TXT) are printed.
      *The loads sit on the card balances, so GiftReport's liability
      *carries them like any till load.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CorpGiftOrder.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Gift card balances - the range is activated here
           SELECT Gift-Card-File ASSIGN TO "GIFTCARD.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GFT-Card-Number
      *    Held for the order - a lane wanting a card waits it out
           SHARING WITH NO OTHER
           FILE STATUS IS WS-Gift-Card-Status.
      *    The gift card activity ledger - one load per card
           SELECT Gift-Ledger-File ASSIGN TO "GIFTLEDG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Gift-Ledger-Status.
      *    House charge accounts, for an order on terms
           SELECT Account-File ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACC-Account-Number
           FILE STATUS IS WS-Account-Status.
      *    House account activity - the order's charge record
           SELECT Acct-Activity-File ASSIGN TO "ACCTHIST.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Acct-Activity-Status.
      *    The shop's transaction counter - the order draws its
      *    number from the same sequence as the tills
           SELECT Counter-File ASSIGN TO "TXNCTR.DAT"
           ORGANIZATION RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-Counter-Rel-Key
           SHARING WITH NO OTHER
           FILE STATUS IS WS-Counter-Status.
      *    The transaction journal, keyed by transaction number -
      *    held only for the moment the record goes on
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           SHARING WITH NO OTHER
           FILE STATUS IS WS-Txn-Journal-Status.
      *    Store name, address and id, for the invoice and journal
           SELECT Store-Config-File ASSIGN TO "STORECFG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Store-Config-Status.
      *    The order invoice, named for the order's number
           SELECT Invoice-File ASSIGN TO WS-Invoice-Filename
           ORGANIZATION LINE SEQUENTIAL.
      *    The customer's list of the cards in the order
           SELECT Card-List-File ASSIGN TO WS-Card-List-Filename
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Gift-Card-File.
           COPY "GiftCardRecord.cpy".

       FD  Gift-Ledger-File.
           COPY "GiftActivityRecord.cpy".

       FD  Account-File.
           COPY "AccountRecord.cpy".

       FD  Acct-Activity-File.
           COPY "AcctActivityRecord.cpy".

       FD  Counter-File.
       01  Counter-Record.
           05 CTR-Last-Txn-Number PIC 9(10).

       FD  Txn-Journal-File.
           COPY "TxnJournalRecord.cpy".

       FD  Store-Config-File.
           COPY "StoreConfigRecord.cpy".

       FD  Invoice-File.
       01  Invoice-Line-Record PIC X(60).

       FD  Card-List-File.
       01  Card-List-Line-Record PIC X(60).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Gift-Card-Status PIC X(02).
           88 WS-Gift-Card-OK VALUE "00".
       01  WS-Gift-Ledger-Status PIC X(02).
       01  WS-Account-Status PIC X(02).
           88 WS-Account-OK VALUE "00".
       01  WS-Acct-Activity-Status PIC X(02).
       01  WS-Counter-Status PIC X(02).
           88 WS-Counter-OK VALUE "00".
       01  WS-Txn-Journal-Status PIC X(02).
       01  WS-Store-Config-Status PIC X(02).
           88 WS-Store-Config-OK VALUE "00".
      *Relative key for the transaction counter
       01  WS-Counter-Rel-Key PIC 9(04) COMP VALUE 1.
      *Tries at the shared counter and journal - a lane holds them
      *for a moment while it writes its own
       01  WS-Counter-Open-Tries PIC 9(02) VALUE 0.
       01  WS-Journal-Open-Tries PIC 9(02) VALUE 0.
       01  WS-Journal-Max-Tries PIC 9(02) VALUE 10.
      *The order's transaction number - also its invoice number
       01  WS-Txn-Number PIC 9(10) VALUE 0.
      *Which store this is, and what the invoice is headed with
       01  WS-Store-ID PIC X(03) VALUE "001".
       01  WS-Store-Name PIC X(30) VALUE SPACES.
       01  WS-Store-Address PIC X(40) VALUE SPACES.

      *The order, as keyed on the console
       01  WS-Order-Entry.
           05 WS-Clerk-ID PIC X(10) VALUE SPACES.
           05 WS-Order-Company PIC X(30) VALUE SPACES.
           05 WS-Order-Reference PIC X(20) VALUE SPACES.
           05 WS-Order-Card-Count PIC 9(03) VALUE 0.
           05 WS-Order-Card-Value PIC 9(04)V99 VALUE 0.
           05 WS-Order-First-Card PIC 9(16) VALUE 0.
      *    "P" = paid now at the office, "A" = charged to the
      *    company's house account on its statement terms
           05 WS-Order-Terms PIC X(01) VALUE "P".
               88 WS-Order-Paid-Now VALUE "P" "p".
               88 WS-Order-On-Account VALUE "A" "a".
           05 WS-Order-Account PIC 9(16) VALUE 0.
           05 WS-Order-Confirm PIC X(01) VALUE "N".
               88 WS-Order-Confirmed VALUE "Y" "y".
      *The most cards one order activates - an order bigger than
      *this is split, so one run never holds the card file long
       01  WS-Order-Max-Cards PIC 9(03) VALUE 500.
      *What the order comes to, and the last card in its range
       01  WS-Order-Total PIC 9(07)V99 VALUE 0.
       01  WS-Order-Last-Card PIC 9(16) VALUE 0.
      *The card being checked or activated
       01  WS-Cur-Card PIC 9(16) VALUE 0.
      *"Y" once a card in the range is found already issued
       01  WS-Range-Used-Flag PIC X(01) VALUE "N".
           88 WS-Range-Used VALUE "Y".
       01  WS-Used-Card PIC 9(16) VALUE 0.
      *Cards activated so far
       01  WS-Cards-Done PIC 9(03) VALUE 0.
      *Subscript over the range
       01  GC PIC 9(03) COMP VALUE 0.
      *The invoice and card list names, built off the number
       01  WS-Invoice-Filename PIC X(40) VALUE SPACES.
       01  WS-Card-List-Filename PIC X(40) VALUE SPACES.
      *Edited figures for the console, invoice and card list
       01  WS-Disp-Order-Fields.
           05 WS-Disp-Value PIC $$$$,$$9.99.
           05 WS-Disp-Total PIC $$,$$$,$$9.99.
           05 WS-Disp-Count PIC ZZ9.
      *Today's date and time
       01  WS-Date PIC 9999/99/99.
       01  WS-Time PIC 99/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Key the order, check it, fill it
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Time.

           OPEN INPUT Store-Config-File.
           IF WS-Store-Config-OK THEN
               READ Store-Config-File
                   NOT AT END
                       IF SCFG-Store-ID NOT = SPACES THEN
                           MOVE SCFG-Store-ID TO WS-Store-ID
                       END-IF
                       MOVE SCFG-Store-Name TO WS-Store-Name
                       MOVE SCFG-Store-Address TO WS-Store-Address
               END-READ
               CLOSE Store-Config-File
           END-IF.

           PERFORM Key-Order-Section.
           PERFORM Check-Order-Section.

           MOVE WS-Order-Card-Value TO WS-Disp-Value.
           MOVE WS-Order-Total TO WS-Disp-Total.
           MOVE WS-Order-Card-Count TO WS-Disp-Count.
           DISPLAY "Activate " WS-Disp-Count " cards at "
               WS-Disp-Value " = " WS-Disp-Total.
           DISPLAY "  cards " WS-Order-First-Card " to "
               WS-Order-Last-Card.
           IF WS-Order-On-Account THEN
               DISPLAY "  charged to account " WS-Order-Account
                   " (" ACC-Name ")"
           ELSE
               DISPLAY "  paid now at the office"
           END-IF.
           DISPLAY "Confirm order (Y/N):".
           ACCEPT WS-Order-Confirm.
           IF NOT WS-Order-Confirmed THEN
               DISPLAY "Order abandoned - nothing activated"
               PERFORM Close-Held-Files-Section
               STOP RUN
           END-IF.

      *    The order's number before anything moves - a busy counter
      *    leaves every card and the account untouched.
           PERFORM Draw-Txn-Number-Section.
           IF WS-Txn-Number = 0 THEN
               DISPLAY "Till counter busy - try again; "
                   "nothing activated"
               PERFORM Close-Held-Files-Section
               STOP RUN
           END-IF.

           OPEN EXTEND Gift-Ledger-File.
           IF WS-Gift-Ledger-Status = "35" THEN
      *        File doesn't exist yet - start it off
               OPEN OUTPUT Gift-Ledger-File
           END-IF.
           MOVE 0 TO WS-Cards-Done.
           PERFORM Activate-One-Card-Section
               VARYING GC FROM 1 BY 1
               UNTIL GC > WS-Order-Card-Count.
           CLOSE Gift-Ledger-File.
           CLOSE Gift-Card-File.

      *    Only the cards that actually went on are owed for - the
      *    account, the journal and the invoice all bill this.
           COMPUTE WS-Order-Total =
               WS-Cards-Done * WS-Order-Card-Value.

           IF WS-Order-On-Account THEN
               PERFORM Charge-Account-Section
           END-IF.

           PERFORM Journal-Order-Section.
           PERFORM Print-Invoice-Section.
           PERFORM Print-Card-List-Section.

           DISPLAY "Order " WS-Txn-Number " - " WS-Cards-Done
               " cards activated".
           DISPLAY "Invoice " WS-Invoice-Filename
               ", card list " WS-Card-List-Filename.
           STOP RUN.

       Key-Order-Section SECTION. *> The order off the console
           DISPLAY "Corporate Gift Card Order - clerk ID:".
           ACCEPT WS-Clerk-ID.
           DISPLAY "Company name:".
           ACCEPT WS-Order-Company.
           DISPLAY "Customer order reference (optional):".
           ACCEPT WS-Order-Reference.
           DISPLAY "Number of cards:".
           ACCEPT WS-Order-Card-Count.
           DISPLAY "Value per card:".
           ACCEPT WS-Order-Card-Value.
           DISPLAY "First card number of the range:".
           ACCEPT WS-Order-First-Card.
           DISPLAY "Terms (P=paid now, A=charge house account):".
           ACCEPT WS-Order-Terms.
           IF WS-Order-On-Account THEN
               DISPLAY "House account number:"
               ACCEPT WS-Order-Account
           END-IF.

       Check-Order-Section SECTION. *> Everything right before it moves
           IF WS-Order-Company = SPACES THEN
               DISPLAY "Company name is required"
               STOP RUN
           END-IF.
           IF WS-Order-Card-Count = 0
                   OR WS-Order-Card-Count > WS-Order-Max-Cards THEN
               DISPLAY "Number of cards must be 1 to "
                   WS-Order-Max-Cards " - split a bigger order"
               STOP RUN
           END-IF.
           IF WS-Order-Card-Value = 0 THEN
               DISPLAY "Value per card is required"
               STOP RUN
           END-IF.
           IF NOT WS-Order-Paid-Now AND NOT WS-Order-On-Account THEN
               DISPLAY "Terms must be P or A"
               STOP RUN
           END-IF.
           IF WS-Order-First-Card = 0
                   OR WS-Order-First-Card + WS-Order-Card-Count - 1
                       > 9999999999999999 THEN
               DISPLAY "First card number is not a usable range"
               STOP RUN
           END-IF.
           COMPUTE WS-Order-Total =
               WS-Order-Card-Count * WS-Order-Card-Value.
      *    The journal carries the order as one record
           IF WS-Order-Total > 999999.99 THEN
               DISPLAY "Order too large for one transaction - split it"
               STOP RUN
           END-IF.
           COMPUTE WS-Order-Last-Card =
               WS-Order-First-Card + WS-Order-Card-Count - 1.

      *    Every card in the range must be unissued - a card already
      *    on file has been sold and carries someone else's value.
           OPEN I-O Gift-Card-File.
           IF WS-Gift-Card-Status = "35" THEN
      *        File doesn't exist yet - create it empty
               OPEN OUTPUT Gift-Card-File
               CLOSE Gift-Card-File
               OPEN I-O Gift-Card-File
           END-IF.
           IF NOT WS-Gift-Card-OK THEN
               DISPLAY "Gift card file busy or unreadable (status "
                   WS-Gift-Card-Status ") - try again"
               STOP RUN
           END-IF.
           PERFORM Check-One-Card-Section
               VARYING GC FROM 1 BY 1
               UNTIL GC > WS-Order-Card-Count
                  OR WS-Range-Used.
           IF WS-Range-Used THEN
               DISPLAY "Card " WS-Used-Card " is already issued - "
                   "check the card stock; nothing activated"
               CLOSE Gift-Card-File
               STOP RUN
           END-IF.

           IF WS-Order-On-Account THEN
               OPEN I-O Account-File
               IF NOT WS-Account-OK THEN
                   DISPLAY "Account file won't open (status "
                       WS-Account-Status ")"
                   CLOSE Gift-Card-File
                   STOP RUN
               END-IF
               MOVE WS-Order-Account TO ACC-Account-Number
               READ Account-File
                   INVALID KEY
                       DISPLAY "Account not on file"
                       PERFORM Close-Held-Files-Section
                       STOP RUN
               END-READ
      *        The same rules a charge at the till meets
               IF ACC-On-Hold THEN
                   DISPLAY "Account is on hold or closed - "
                       "take payment now instead"
                   PERFORM Close-Held-Files-Section
                   STOP RUN
               END-IF
               IF ACC-Balance + WS-Order-Total > ACC-Credit-Limit THEN
                   DISPLAY "Order would take the account over its "
                       "credit limit"
                   PERFORM Close-Held-Files-Section
                   STOP RUN
               END-IF
           END-IF.

       Check-One-Card-Section SECTION. *> One card unissued?
           COMPUTE WS-Cur-Card = WS-Order-First-Card + GC - 1.
           MOVE WS-Cur-Card TO GFT-Card-Number.
           READ Gift-Card-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-Range-Used TO TRUE
                   MOVE WS-Cur-Card TO WS-Used-Card
           END-READ.

       Activate-One-Card-Section SECTION. *> Value on, load on ledger
           COMPUTE WS-Cur-Card = WS-Order-First-Card + GC - 1.
           MOVE WS-Cur-Card TO GFT-Card-Number.
           MOVE WS-Order-Card-Value TO GFT-Balance.
           WRITE Gift-Card-Record
               INVALID KEY
                   DISPLAY "Card " WS-Cur-Card " not activated "
                       "(status " WS-Gift-Card-Status ")"
                   EXIT SECTION
           END-WRITE.
           ADD 1 TO WS-Cards-Done.

           MOVE WS-Cur-Card TO GFA-Card-Number.
           MOVE WS-Date TO GFA-Date.
           MOVE WS-Txn-Number TO GFA-Txn-Number.
           MOVE "L" TO GFA-Type.
           MOVE WS-Order-Card-Value TO GFA-Amount.
           WRITE Gift-Activity-Record.

       Charge-Account-Section SECTION. *> The order on the tab
           ADD WS-Order-Total TO ACC-Balance.
           REWRITE Account-Record.
           CLOSE Account-File.

           OPEN EXTEND Acct-Activity-File.
           IF WS-Acct-Activity-Status = "35" THEN
      *        File doesn't exist yet - start it off
               OPEN OUTPUT Acct-Activity-File
           END-IF.
           MOVE WS-Order-Account TO ACT-Account-Number.
           MOVE WS-Txn-Number TO ACT-Txn-Number.
           MOVE WS-Date TO ACT-Date.
           MOVE "C" TO ACT-Type.
           MOVE WS-Order-Total TO ACT-Amount.
           WRITE Acct-Activity-Record.
           CLOSE Acct-Activity-File.

       Journal-Order-Section SECTION. *> One record for the order
      *    Like the till's "GLod", a load is liability onto the books
      *    and never a sale - but corporate money never touches a
      *    lane drawer, so the order carries its own tender: "GLCp"
      *    paid at the office, "GLCa" owed on the house account.
           INITIALIZE Txn-Journal-Record.
           MOVE WS-Txn-Number TO TJR-Txn-Number.
           MOVE WS-Date TO TJR-Date.
           MOVE WS-Time TO TJR-Time.
           MOVE WS-Clerk-ID TO TJR-Cashier-ID.
           IF WS-Order-On-Account THEN
               MOVE "GLCa" TO TJR-Tender
           ELSE
               MOVE "GLCp" TO TJR-Tender
           END-IF.
           MOVE "S" TO TJR-Txn-Type.
           MOVE WS-Order-Total TO TJR-Owed.
           MOVE TJR-Owed TO TJR-Paid.
           MOVE "CO" TO TJR-Lane.
           MOVE WS-Store-ID TO TJR-Store.

           MOVE 0 TO WS-Journal-Open-Tries.
           MOVE SPACES TO WS-Txn-Journal-Status.
           PERFORM Try-Open-Txn-Journal-Section
               UNTIL WS-Txn-Journal-Status = "00"
                  OR WS-Journal-Open-Tries >= WS-Journal-Max-Tries.
           IF WS-Txn-Journal-Status NOT = "00" THEN
               DISPLAY "Journal won't open (status "
                   WS-Txn-Journal-Status ") - order "
                   TJR-Txn-Number " not journaled"
               EXIT SECTION
           END-IF.
           WRITE Txn-Journal-Record
               INVALID KEY
                   DISPLAY "Journal record not written (status "
                       WS-Txn-Journal-Status ")"
           END-WRITE.
           CLOSE Txn-Journal-File.

       Try-Open-Txn-Journal-Section SECTION. *> One try, seeding
           ADD 1 TO WS-Journal-Open-Tries.
           OPEN I-O Txn-Journal-File.
           IF WS-Txn-Journal-Status = "35" THEN
      *        Journal doesn't exist yet - create it empty
               OPEN OUTPUT Txn-Journal-File
               CLOSE Txn-Journal-File
               OPEN I-O Txn-Journal-File
           END-IF.
           IF WS-Txn-Journal-Status NOT = "00" THEN
               CONTINUE AFTER 1 SECONDS
           END-IF.

       Draw-Txn-Number-Section SECTION. *> The shop's own sequence
           MOVE 0 TO WS-Txn-Number.
           MOVE 0 TO WS-Counter-Open-Tries.
           MOVE SPACES TO WS-Counter-Status.
           PERFORM Try-Open-Counter-Section
               UNTIL WS-Counter-OK
                  OR WS-Counter-Open-Tries >= WS-Journal-Max-Tries.
           IF WS-Counter-OK THEN
               READ Counter-File
               ADD 1 TO CTR-Last-Txn-Number
               MOVE CTR-Last-Txn-Number TO WS-Txn-Number
               REWRITE Counter-Record
               CLOSE Counter-File
           END-IF.

       Try-Open-Counter-Section SECTION. *> One try, seeding
           ADD 1 TO WS-Counter-Open-Tries.
           OPEN I-O Counter-File.
           IF WS-Counter-Status = "35" THEN
      *        Counter file doesn't exist yet - create it, seeded at 0
               OPEN OUTPUT Counter-File
               MOVE 0 TO CTR-Last-Txn-Number
               WRITE Counter-Record
               CLOSE Counter-File
               OPEN I-O Counter-File
           END-IF.
           IF NOT WS-Counter-OK THEN
               CONTINUE AFTER 1 SECONDS
           END-IF.

       Close-Held-Files-Section SECTION. *> Back out untouched
           CLOSE Gift-Card-File.
           IF WS-Order-On-Account THEN
               CLOSE Account-File
           END-IF.

       Print-Invoice-Section SECTION. *> The order's invoice
           MOVE SPACES TO WS-Invoice-Filename.
           STRING "GIFT" DELIMITED BY SIZE
                  WS-Txn-Number DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-Invoice-Filename.
           OPEN OUTPUT Invoice-File.

           MOVE "========================================"
               TO Invoice-Line-Record.
           WRITE Invoice-Line-Record.
           MOVE WS-Store-Name TO Invoice-Line-Record.
           WRITE Invoice-Line-Record.
           MOVE WS-Store-Address TO Invoice-Line-Record.
           WRITE Invoice-Line-Record.
           MOVE "========================================"
               TO Invoice-Line-Record.
           WRITE Invoice-Line-Record.
           MOVE SPACES TO Invoice-Line-Record.
           STRING "GIFT CARD ORDER INVOICE " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Invoice-Line-Record.
           WRITE Invoice-Line-Record.
           MOVE SPACES TO Invoice-Line-Record.
           STRING "Invoice / Txn Number: " DELIMITED BY SIZE
                  WS-Txn-Number DELIMITED BY SIZE
               INTO Invoice-Line-Record.
           WRITE Invoice-Line-Record.
           MOVE SPACES TO Invoice-Line-Record.
           STRING "Customer: " DELIMITED BY SIZE
                  WS-Order-Company DELIMITED BY SIZE
               INTO Invoice-Line-Record.
           WRITE Invoice-Line-Record.
           IF WS-Order-Reference NOT = SPACES THEN
               MOVE SPACES TO Invoice-Line-Record
               STRING "Your reference: " DELIMITED BY SIZE
                      WS-Order-Reference DELIMITED BY SIZE
                   INTO Invoice-Line-Record
               WRITE Invoice-Line-Record
           END-IF.
           MOVE SPACES TO Invoice-Line-Record.
           WRITE Invoice-Line-Record.

           MOVE WS-Cards-Done TO WS-Disp-Count.
           MOVE WS-Order-Card-Value TO WS-Disp-Value.
           MOVE SPACES TO Invoice-Line-Record.
           STRING WS-Disp-Count DELIMITED BY SIZE
                  " gift cards at " DELIMITED BY SIZE
                  WS-Disp-Value DELIMITED BY SIZE
                  " each" DELIMITED BY SIZE
               INTO Invoice-Line-Record.
           WRITE Invoice-Line-Record.
           MOVE SPACES TO Invoice-Line-Record.
           STRING "  cards " DELIMITED BY SIZE
                  WS-Order-First-Card DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-Order-Last-Card DELIMITED BY SIZE
               INTO Invoice-Line-Record.
           WRITE Invoice-Line-Record.
           MOVE WS-Order-Total TO WS-Disp-Total.
           MOVE SPACES TO Invoice-Line-Record.
           STRING "Invoice Total: " DELIMITED BY SIZE
                  WS-Disp-Total DELIMITED BY SIZE
               INTO Invoice-Line-Record.
           WRITE Invoice-Line-Record.
      *    Gift card value is not a taxable sale - tax is collected
      *    when the cards are spent.
           MOVE "No sales tax - tax applies when cards are spent"
               TO Invoice-Line-Record.
           WRITE Invoice-Line-Record.
           MOVE SPACES TO Invoice-Line-Record.
           WRITE Invoice-Line-Record.
           IF WS-Order-On-Account THEN
               MOVE SPACES TO Invoice-Line-Record
               STRING "Charged to account " DELIMITED BY SIZE
                      WS-Order-Account DELIMITED BY SIZE
                   INTO Invoice-Line-Record
               WRITE Invoice-Line-Record
               MOVE "Payable on your monthly statement terms"
                   TO Invoice-Line-Record
               WRITE Invoice-Line-Record
           ELSE
               MOVE "PAID - thank you" TO Invoice-Line-Record
               WRITE Invoice-Line-Record
           END-IF.
           MOVE "========================================"
               TO Invoice-Line-Record.
           WRITE Invoice-Line-Record.
           CLOSE Invoice-File.

       Print-Card-List-Section SECTION. *> Every card in the order
           MOVE SPACES TO WS-Card-List-Filename.
           STRING "GIFTLIST" DELIMITED BY SIZE
                  WS-Txn-Number DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-Card-List-Filename.
           OPEN OUTPUT Card-List-File.
           MOVE SPACES TO Card-List-Line-Record.
           STRING "Gift cards for " DELIMITED BY SIZE
                  WS-Order-Company DELIMITED BY SIZE
               INTO Card-List-Line-Record.
           WRITE Card-List-Line-Record.
           MOVE SPACES TO Card-List-Line-Record.
           STRING "Order " DELIMITED BY SIZE
                  WS-Txn-Number DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Card-List-Line-Record.
           WRITE Card-List-Line-Record.
           MOVE "========================================"
               TO Card-List-Line-Record.
           WRITE Card-List-Line-Record.
           OPEN INPUT Gift-Card-File.
           PERFORM List-One-Card-Section
               VARYING GC FROM 1 BY 1
               UNTIL GC > WS-Order-Card-Count.
           CLOSE Gift-Card-File.
           MOVE "========================================"
               TO Card-List-Line-Record.
           WRITE Card-List-Line-Record.
           CLOSE Card-List-File.

       List-One-Card-Section SECTION. *> One card and its value
      *    Re-read so the list shows only what actually went on
           COMPUTE WS-Cur-Card = WS-Order-First-Card + GC - 1.
           MOVE WS-Cur-Card TO GFT-Card-Number.
           READ Gift-Card-File
               INVALID KEY
                   MOVE 0 TO GFT-Balance
           END-READ.
           IF GFT-Balance > 0 THEN
               MOVE GFT-Balance TO WS-Disp-Value
               MOVE SPACES TO Card-List-Line-Record
               STRING WS-Cur-Card DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-Disp-Value DELIMITED BY SIZE
                   INTO Card-List-Line-Record
               WRITE Card-List-Line-Record
           END-IF.
       END PROGRAM CorpGiftOrder.
