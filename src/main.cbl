           RECORD KEY IS LYN-Card-Number
           SHARING WITH NO OTHER
           FILE STATUS IS WS-Loy-Notice-Status.
      *    Where each loyalty customer wants receipts sent - email
      *    address and paper/e-receipt/both, keyed by card.
           SELECT EReceipt-Pref-File ASSIGN TO "ERCPTPRF.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ERP-Card-Number
           FILE STATUS IS WS-ERcpt-Pref-Status.
      *    One record per e-receipt queued, keyed by transaction and
      *    copy - what a reprint or void looks up to find whether
      *    the original went by email, and to whom.
           SELECT EReceipt-Log-File ASSIGN TO "ERCPTLOG.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ERL-Key
           ALTERNATE RECORD KEY IS ERL-Date WITH DUPLICATES
           SHARING WITH NO OTHER
           FILE STATUS IS WS-ERcpt-Log-Status.
      *    Outbound e-receipts for the mail gateway to pick up.
           SELECT EReceipt-Queue-File ASSIGN TO "EMAILQ.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-ERcpt-Queue-Status.
      *    Holds a single partially-entered transaction across runs so
      *    it can be picked back up by the next customer slot. One
      *    slot per lane - the name carries the lane number, so two
           SELECT Drawer-File ASSIGN TO "DRAWSLIP.TXT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Drawer-File-Status.
      *    The back-office safe's ledger - cash pickups lifted from
      *    the drawer mid-shift, and the drawer's count at close, are
      *    each appended as they go into the safe.
           SELECT Safe-Ledger-File ASSIGN TO "SAFELEDG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Safe-Ledger-Status.
      *    Spool file for the attached receipt printer - a copy of
      *    every printed receipt is appended here when COBCASH_PRINTER
      *    names a spool/device path.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Printer-Status.
      *    Structured transaction journal - one fixed-format record
      *    written per committed transaction and per void, so
      *    reconciliation totals real fields instead of re-reading
      *    every receipt file. Keyed by transaction number, so a
      *    refund goes straight to its original.
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
      *    Held only around each write or refund lookup
           SHARING WITH NO OTHER
           FILE STATUS IS WS-Txn-Journal-Status.
      *    Per-category tax journal - one record per tax category
      *    used on each committed transaction, so the quarterly
      *    remittance can total taxable sales and tax per category.
           SELECT Tax-Journal-File ASSIGN TO "TAXJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXJ-Key
           ALTERNATE RECORD KEY IS TXJ-Date WITH DUPLICATES
           SHARING WITH NO OTHER
           FILE STATUS IS WS-Tax-Journal-Status.
      *    One record per till session (cashier, start, end, totals),
      *    appended as the session ends.
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Session-File-Status.
      *    Item-level sales detail - one record per receipt line, for
      *    the nightly sales analysis report. Keyed by transaction
      *    number and line.
           SELECT Sales-Detail-File ASSIGN TO "SALESDTL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDT-Key
           ALTERNATE RECORD KEY IS SDT-Date WITH DUPLICATES
           SHARING WITH NO OTHER
           FILE STATUS IS WS-Sales-Detail-Status.
      *    Authorization requests to the acquirer's EFT switch - one
      *    record appended per card-tendered sale.
           ASSIGN TO WS-Acct-Pay-Filename
           ORGANIZATION SEQUENTIAL
           SHARING WITH NO OTHER.
      *    An empties return's own slip, one file per return, so
      *    the sequence audit finds paper behind its number too.
           SELECT Empties-Receipt-File
           ASSIGN TO WS-Ctr-Filename
           ORGANIZATION SEQUENTIAL
           SHARING WITH NO OTHER.
      *    Date-ranged promotions, applied automatically when an item
      *    code is looked up while its offer is live.
           SELECT Promo-File ASSIGN TO "PROMO.DAT"
           SELECT Tax-Table-File ASSIGN TO "TAXTABLE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Tax-Table-Status.
      *    Commission rates by department, for the sales associates
      *    on the floors that pay it - loaded at startup like the tax
      *    table.
           SELECT Comm-Rate-File ASSIGN TO "COMMRATE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Comm-Rate-Status.
      *    The business-day control record - a closed day means the
      *    till refuses new sales until a day-open is performed.
           SELECT Day-Control-File ASSIGN TO "DAYCTL.DAT"
           SELECT Override-File ASSIGN TO "OVERRIDE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Override-Status.
      *    Staff purchases - one record appended per sale tendered on
      *    a staff card, for the store manager's monthly report.
           SELECT Staff-Purchase-File ASSIGN TO "STAFFPUR.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Staff-Purchase-Status.
      *    Coupon triggers - which item codes earn which offer at
      *    the bottom of the receipt, loaded at startup like the
      *    promotions file.
           RELATIVE KEY IS WS-Cpn-Counter-Rel-Key
           SHARING WITH NO OTHER
           FILE STATUS IS WS-Cpn-Counter-Status.
      *    Rain checks, keyed by number - written when an advertised
      *    item can't be supplied, checked and marked redeemed when
      *    the slip comes back.
           SELECT Rain-Check-File ASSIGN TO "RAINCHK.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RCK-Number
           SHARING WITH NO OTHER
           FILE STATUS IS WS-Rain-Check-Status.
      *    Rain check numbers, counted up across runs
           SELECT Rck-Counter-File ASSIGN TO "RCKCTR.DAT"
           ORGANIZATION RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-Rck-Counter-Rel-Key
           SHARING WITH NO OTHER
           FILE STATUS IS WS-Rck-Counter-Status.
      *    A rain check's own slip, one file per rain check
           SELECT Rain-Slip-File ASSIGN TO WS-Rain-Slip-Filename
           ORGANIZATION SEQUENTIAL
           SHARING WITH NO OTHER.
      *    The bad-check list, keyed by the ID reference captured
      *    with a check tender - consulted before a check is taken.
           SELECT Bad-Check-File ASSIGN TO "BADCHECK.DAT"
           SELECT Serial-Reg-File ASSIGN TO "SERIALRG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Serial-Reg-Status.
      *    Product recalls, keyed by item code - an active one stops
      *    the item (or the named serial ranges of it) being sold.
           SELECT Recall-File ASSIGN TO "RECALL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RCL-Item-Code
           FILE STATUS IS WS-Recall-Status.
      *    Item master file, keyed by item code, used to auto-fill an
      *    item's name and price on the Item Screen from its code -
      *    and read through once at startup for the deposit codes.
           SELECT Item-Master-File ASSIGN TO "ITEMMSTR.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITM-Item-Code
      *    Held only around each lookup pass or stock update
           SHARING WITH NO OTHER
           FILE STATUS IS WS-Item-Master-Status.
      *    Kit structures, keyed by kit and component - a kit code
      *    sold or refunded moves its components' on-hand counts
           SELECT Kit-File ASSIGN TO "KITSTRUC.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KIT-Key
           FILE STATUS IS WS-Kit-Status.
      *    No-receipt returns, keyed by the customer's ID and the
      *    refund - read before one is taken, written as it commits
           SELECT Return-Hist-File ASSIGN TO "RTNHIST.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RNH-Key
           SHARING WITH NO OTHER
           FILE STATUS IS WS-Return-Hist-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Loy-Notice-File.
           COPY "LoyaltyNoticeRecord.cpy".

      *File description for the e-receipt preferences.
       FD  EReceipt-Pref-File.
           COPY "EReceiptPrefRecord.cpy".

      *File description for the e-receipt log.
       FD  EReceipt-Log-File.
           COPY "EReceiptLogRecord.cpy".

      *File description for the outbound e-receipt queue.
       FD  EReceipt-Queue-File.
           COPY "EReceiptQueueRecord.cpy".

      *File description for a held/parked transaction.
       FD  Parked-Txn-File.
           COPY "ParkedTxnRecord.cpy".
       FD  Drawer-File.
       01  Drawer-Line-Record PIC X(80).

      *File description for the safe ledger.
       FD  Safe-Ledger-File.
           COPY "SafeLedgerRecord.cpy".

      *File description for the receipt printer spool.
       FD  Printer-File.
       01  Printer-Line-Record PIC X(80).
       FD  Acct-Pay-Receipt-File.
       01  Acct-Pay-Line-Record PIC X(80).

      *File description for an empties return's slip.
       FD  Empties-Receipt-File.
       01  Empties-Line-Record PIC X(80).

      *File description for the promotions file.
       FD  Promo-File.
           COPY "PromoRecord.cpy".
       FD  Tax-Table-File.
           COPY "TaxRateRecord.cpy".

      *File description for the commission rate table.
       FD  Comm-Rate-File.
           COPY "CommRateRecord.cpy".

      *File description for the business-day control record.
       FD  Day-Control-File.
           COPY "DayControlRecord.cpy".
       FD  Override-File.
           COPY "OverrideRecord.cpy".

      *File description for the staff purchase file.
       FD  Staff-Purchase-File.
           COPY "StaffPurchaseRecord.cpy".

      *File description for the coupon trigger file.
       FD  Coupon-Trigger-File.
           COPY "CouponTriggerRecord.cpy".
       01  Cpn-Counter-Record.
           05 CPC-Last-Serial PIC 9(10).

      *File description for the rain-check file.
       FD  Rain-Check-File.
           COPY "RainCheckRecord.cpy".

      *File description for the rain check number counter.
       FD  Rck-Counter-File.
       01  Rck-Counter-Record.
           05 RKC-Last-Number PIC 9(10).

      *File description for a rain check's slip.
       FD  Rain-Slip-File.
       01  Rain-Slip-Line-Record PIC X(80).

      *File description for the bad-check list.
       FD  Bad-Check-File.
           COPY "BadCheckRecord.cpy".
       FD  Serial-Reg-File.
           COPY "SerialRegRecord.cpy".

      *File description for the product recall file.
       FD  Recall-File.
           COPY "RecallRecord.cpy".

      *File description for the per-cardholder permission file.
       FD  Permission-File.
           COPY "PermissionRecord.cpy".
       FD  Item-Master-File.
           COPY "ItemMasterRecord.cpy".

       FD  Kit-File.
           COPY "KitRecord.cpy".

       FD  Return-Hist-File.
           COPY "ReturnHistRecord.cpy".

       WORKING-STORAGE SECTION.
      *Data about the card.
       01  WS-Card-Data.
           05 WS-Holder-Name PIC X(45).
      *    Card PIN
           05 WS-PIN PIC 9(5).
      *    The PIN in its protected form, as CH-PIN-Hash holds it -
      *    a batch row or a held sale brings only this, never the PIN
           05 WS-PIN-Hash PIC X(20).
           05 WS-PIN-Protected-Flag PIC X(01).
               88 WS-PIN-Protected VALUE "Y".
      *    Card/account number, looked up on Cardholder-File
           05 WS-Card-Number PIC 9(16).
      *    Card number masked to its last four digits, for display
      *one waiting (blank otherwise)
       01  WS-Loyalty-Note-Line PIC X(45) VALUE SPACES.
       01  WS-Disp-Expired-Points PIC ZZZZZZ9.
      *File statuses for the e-receipt preference file, log, and
      *outbound queue
       01  WS-ERcpt-Pref-Status PIC X(02).
       01  WS-ERcpt-Log-Status PIC X(02).
       01  WS-ERcpt-Queue-Status PIC X(02).
      *The e-receipt being queued - for the receipt itself, from the
      *customer's preference; for a reprint or void copy, from the
      *original's entry on the e-receipt log.
       01  WS-EReceipt-Work.
      *    "Y" when this one goes out by email
           05 WS-ERcpt-Wanted-Flag PIC X(01) VALUE "N".
               88 WS-ERcpt-Wanted VALUE "Y".
      *    "Y" when the customer asked for no paper slip at all
           05 WS-ERcpt-No-Paper-Flag PIC X(01) VALUE "N".
               88 WS-ERcpt-No-Paper VALUE "Y".
      *    N = receipt, R = reprinted copy, V = void notice
           05 WS-ERcpt-Kind PIC X(01) VALUE "N".
           05 WS-ERcpt-Email PIC X(60) VALUE SPACES.
      *    The transaction it belongs to, and which copy this is
           05 WS-ERcpt-Txn PIC 9(10) VALUE 0.
           05 WS-ERcpt-Seq PIC 9(02) VALUE 0.
           05 WS-ERcpt-Card-Last4 PIC X(04) VALUE SPACES.
           05 WS-ERcpt-Lines PIC 9(04) VALUE 0.
      *    When it was queued
           05 WS-ERcpt-Date PIC 9999/99/99.
           05 WS-ERcpt-Time PIC 99/99/99.
           05 WS-ERcpt-EOF-Flag PIC X(01) VALUE "N".
               88 WS-ERcpt-EOF VALUE "Y".
      *    One slip line on its way to the queue
           05 WS-Queue-Line-Text PIC X(80) VALUE SPACES.
      *    The transaction number behind the last receipt printed,
      *    for a reprint to find its e-receipt by
           05 WS-Last-Receipt-Txn PIC 9(10) VALUE 0.
      *Spending points as payment - the keyed count is capped at the
      *balance on file and at what Amount Owed can absorb, converted
      *to a credit at the configured rate, and taken off WS-Owed.
           05 WS-Audit-Reason PIC X(40) VALUE SPACES.
      *File status for the drawer slip file
       01  WS-Drawer-File-Status PIC X(02).
      *File status for the safe ledger
       01  WS-Safe-Ledger-Status PIC X(02).
      *What the program knows is in (and has moved through) the cash
      *drawer this session, so the closing count has something to be
      *compared against.
      *    Paid-ins and paid-outs recorded on the movement screen
           05 WS-Drawer-Paid-In PIC 999999V99 VALUE 0.
           05 WS-Drawer-Paid-Out PIC 999999V99 VALUE 0.
      *    Cash lifted out of the drawer to the safe mid-shift
           05 WS-Drawer-Pickups PIC 999999V99 VALUE 0.
      *    The cashier's blind count at close of session
           05 WS-Drawer-Counted PIC 999999V99 VALUE 0.
      *    float + cash in + paid in - change - refunds - paid out
      *    - pickups
           05 WS-Drawer-Expected PIC S9(07)V99 VALUE 0.
      *    counted - expected: positive = over, negative = short
           05 WS-Drawer-Over-Short PIC S9(07)V99 VALUE 0.
           05 WS-Drawer-Move-Type PIC X(01) VALUE "O".
               88 WS-Drawer-Move-Is-In VALUE "I" "i".
               88 WS-Drawer-Move-Is-Out VALUE "O" "o".
               88 WS-Drawer-Move-Is-Pickup VALUE "P" "p".
           05 WS-Drawer-Move-Amount PIC 999999V99 VALUE 0.
           05 WS-Drawer-Move-Reason PIC X(40) VALUE SPACES.
      *    Cashier's answer to "Record paid-in/out?" on Output Screen
       01  WS-Printer-Status PIC X(02).
      *File status for the item master file
       01  WS-Item-Master-Status PIC X(02).
      *File status for the kit structure file
       01  WS-Kit-Status PIC X(02).
      *"Y" when the kit structure file opened for this stock update -
      *no file just means no kits are set up
       01  WS-Kit-Opened-Flag PIC X(01) VALUE "N".
           88 WS-Kit-Opened VALUE "Y".
      *Kit bookkeeping for the stock update - whether this row is a
      *kit, and how many of it come out of (or go back into) the
      *components rather than the kit's own made-up stock
       01  WS-Kit-Stock-Data.
           05 WS-Kit-Line-Flag PIC X(01) VALUE "N".
               88 WS-Kit-Line VALUE "Y".
           05 WS-Kit-EOF-Flag PIC X(01) VALUE "N".
               88 WS-Kit-EOF VALUE "Y".
           05 WS-Kit-Code-Held PIC X(10) VALUE SPACES.
           05 WS-Kit-Loose-Qty PIC 999V99 VALUE 0.
           05 WS-Kit-Component-Move PIC 9(07)V99 VALUE 0.
      *No-receipt returns - a refund keyed with no original receipt
      *number goes down its own path: the customer's ID is captured,
      *each returned row is priced at the lowest the item sold for in
      *the recent window, the money goes onto a gift card as store
      *credit, and an ID already past its count or value limit for
      *the rolling period is refused outright.
       01  WS-No-Receipt-Data.
           05 WS-Return-Hist-Status PIC X(02).
      *    "Y" once this refund has gone down the no-receipt path
           05 WS-NR-Flag PIC X(01) VALUE "N".
               88 WS-NR-Return VALUE "Y".
      *    Keyed on the No-Receipt Screen
           05 WS-NR-ID-Type PIC X(01) VALUE SPACE.
               88 WS-NR-ID-Type-Valid VALUE "D" "P" "S" "M".
           05 WS-NR-ID-Number PIC X(20) VALUE SPACES.
           05 WS-NR-Credit-Card PIC 9(16) VALUE 0.
           05 WS-NR-Confirm PIC X(01) VALUE "N".
               88 WS-NR-Confirmed VALUE "Y" "y".
      *    The limits and windows - STORECFG.DAT overrides these
           05 WS-NR-Period-Days PIC 9(03) VALUE 90.
           05 WS-NR-Max-Count PIC 9(02) VALUE 3.
           05 WS-NR-Max-Value PIC 9(06)V99 VALUE 200.00.
           05 WS-NR-Price-Days PIC 9(03) VALUE 90.
      *    What the history holds for this ID within the period, and
      *    what this return is worth at the prices it will refund at
           05 WS-NR-Prior-Count PIC 9(04) VALUE 0.
           05 WS-NR-Prior-Value PIC 9(07)V99 VALUE 0.
           05 WS-NR-This-Value PIC 9(07)V99 VALUE 0.
      *    The first day of each window, as the files hold dates
           05 WS-NR-Period-Start PIC X(10) VALUE SPACES.
           05 WS-NR-Price-Start PIC X(10) VALUE SPACES.
           05 WS-NR-Today-Digits PIC 9(08) VALUE 0.
           05 WS-NR-Date-Digits PIC 9(08) VALUE 0.
           05 WS-NR-Date-Edit PIC 9999/99/99.
           05 WS-NR-EOF-Flag PIC X(01) VALUE "N".
               88 WS-NR-EOF VALUE "Y".
      *    The lowest each returned code sold for in the window
           05 WS-NR-Price-Count PIC 9(02) COMP VALUE 0.
           05 WS-NR-Price-Entry OCCURS 30 TIMES.
               10 WS-NR-Price-Code PIC X(10).
               10 WS-NR-Low-Price PIC 9(06)V99.
               10 WS-NR-Price-Seen-Flag PIC X(01).
                   88 WS-NR-Price-Seen VALUE "Y".
           05 NP PIC 9(02) COMP VALUE 0.
           05 WS-NR-Price-Found PIC 9(02) COMP VALUE 0.
           05 WS-NR-Cur-Code PIC X(10) VALUE SPACES.
      *File status for the health check's scratch file
       01  WS-Health-Probe-Status PIC X(02).
      *File status for the business-day control record
      *"Y" once the tax table runs out of records
       01  WS-Tax-Table-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Tax-Table-EOF VALUE "Y".
      *Commission rates by department, loaded from Comm-Rate-File at
      *startup, and the rate a serialised item earns when its
      *department has none - overridden from Store-Config-File.
       01  WS-Commission.
           05 WS-Comm-Rate-Status PIC X(02).
               88 WS-Comm-Rate-OK VALUE "00".
           05 WS-Comm-Rate-EOF-Flag PIC X(01) VALUE "N".
               88 WS-Comm-Rate-EOF VALUE "Y".
           05 WS-Comm-Count PIC 9(02) COMP VALUE 0.
           05 WS-Comm-Max PIC 9(02) COMP VALUE 50.
           05 WS-Comm-Entry OCCURS 50 TIMES.
               10 WS-Comm-Dept PIC X(03).
               10 WS-Comm-Pct PIC 9(02)V99.
           05 CM PIC 9(02) COMP VALUE 0.
           05 WS-Comm-Found PIC 9(02) COMP VALUE 0.
           05 WS-Serial-Comm-Pct PIC 9(02)V99 VALUE 0.
      *    The associate ID just keyed, before it's put on the row
           05 WS-Assoc-Input PIC X(10) VALUE SPACES.
      *Per-category tax rates, loaded from Tax-Table-File at startup.
      *Entry 1 is always the standard rate, for items with no
      *category (or one the table doesn't name); each transaction
               10 WS-Tax-Cat-Rate PIC 9V999.
               10 WS-Tax-Cat-Base PIC S9(06)V99.
               10 WS-Tax-Cat-Amount PIC S9(06)V99.
      *        Tax-inclusive pricing only: what the category's lines
      *        came to after any discount, tax and all, and what is
      *        left of that once the contained tax is taken out
               10 WS-Tax-Cat-Gross PIC S9(06)V99.
               10 WS-Tax-Cat-Net PIC S9(06)V99.
           05 TC PIC 9(02) COMP VALUE 0.
           05 WS-Tax-Cat-Found PIC 9(02) COMP VALUE 0.
      *"Y" when STORECFG.DAT says shelf prices include the tax - the
      *tax is then taken out of each category's lines, not added on.
       01  WS-Tax-Inclusive-Flag PIC X(01) VALUE "N".
           88 WS-Tax-Inclusive VALUE "Y".
      *Working figures for taking the tax out of tax-inclusive lines
       01  WS-Tax-Incl-Work.
      *    The categories' grosses summed, and the largest one - the
      *    cent the per-category rounding leaves over lands there
           05 WS-Incl-Gross-Sum PIC S9(07)V99 VALUE 0.
           05 WS-Incl-Largest PIC 9(02) COMP VALUE 0.
           05 WS-Incl-Largest-Abs PIC 9(07)V99 VALUE 0.
           05 WS-Incl-Abs-Gross PIC 9(07)V99 VALUE 0.
      *    The contained tax an exempt-certified customer is not
      *    charged - it comes off what they owe
           05 WS-Tax-Relief PIC S9(06)V99 VALUE 0.
      *The tax figure's caption on the receipt footing and the screen
       01  WS-Tax-Caption PIC X(16) VALUE "Sales Tax:".
       01  WS-Tax-Screen-Caption PIC X(11) VALUE "Sales Tax: ".
      *Item subtotal before any discount, so per-category taxes can be
      *scaled down in the same proportion the discount took off.
       01  WS-Subtotal-Before-Disc PIC S9(06)V99 VALUE 0.
      *    What this authorization is actually for - the whole sale
      *    on a plain card tender, or just the card legs of a split
           05 WS-Eft-Auth-Amount PIC 9(06)V99 VALUE 0.
      *    Card velocity limits - more authorizations than this, or
      *    more money, on one card within the window across every
      *    lane stops the sale for a supervisor; overridden from
      *    Store-Config-File like the other limits
           05 WS-Vel-Window-Minutes PIC 9(04) VALUE 60.
           05 WS-Vel-Max-Uses PIC 9(02) VALUE 4.
           05 WS-Vel-Max-Amount PIC 9(07)V99 VALUE 2000.00.
      *    What the window's requests for this card came to
           05 WS-Vel-Uses PIC 9(04) VALUE 0.
           05 WS-Vel-Amount PIC 9(07)V99 VALUE 0.
      *    Minutes since the calendar's day one, so the window
      *    runs straight across midnight
           05 WS-Vel-Now-Minute PIC 9(10) VALUE 0.
           05 WS-Vel-Req-Minute PIC 9(10) VALUE 0.
           05 WS-Vel-Date-Digits PIC 9(08) VALUE 0.
           05 WS-Vel-Clock.
               10 WS-Vel-Clock-HH PIC 9(02).
               10 WS-Vel-Clock-MM PIC 9(02).
           05 WS-Vel-EOF-Flag PIC X(01) VALUE "N".
               88 WS-Vel-EOF VALUE "Y".
      *    "Y" once a supervisor lets a tripped card through
           05 WS-Vel-Release-Flag PIC X(01) VALUE "N".
               88 WS-Vel-Released VALUE "Y".
           05 WS-Disp-Vel-Uses PIC ZZZ9.
           05 WS-Disp-Vel-Minutes PIC ZZZ9.
      *File status for the promotions file
       01  WS-Promo-File-Status PIC X(02).
           88 WS-Promo-File-Opened-OK VALUE "00".
           05 WS-Coupon-Line-1 PIC X(45) VALUE SPACES.
           05 WS-Coupon-Line-2 PIC X(45) VALUE SPACES.
           05 WS-Coupon-Line-3 PIC X(45) VALUE SPACES.
      *Rain checks - an advertised item the shelf can't supply gets a
      *numbered rain check instead of a complaint. The promo price,
      *the units it covers and the day it lapses go on the rain-check
      *file with a slip of its own, and the number keyed on a later
      *Item Screen brings that price back after the offer has ended.
       01  WS-Rain-Check-Work.
      *    File statuses for the rain-check files
           05 WS-Rain-Check-Status PIC X(02).
           05 WS-Rck-Counter-Status PIC X(02).
               88 WS-Rck-Counter-OK VALUE "00".
           05 WS-Rck-Counter-Rel-Key PIC 9(04) COMP VALUE 1.
      *    Days a rain check stays good after its offer ends
           05 WS-Rain-Check-Days PIC 9(03) VALUE 30.
      *    The row being offered one, and the offer behind it
           05 WS-Rain-Offer-Code PIC X(10) VALUE SPACES.
           05 WS-Rain-Offer-Name PIC X(20) VALUE SPACES.
           05 WS-Rain-Offer-Price PIC 9(06)V99 VALUE 0.
           05 WS-Rain-Offer-Start PIC X(10) VALUE SPACES.
           05 WS-Rain-Offer-End PIC X(10) VALUE SPACES.
           05 WS-Disp-Rain-Price PIC $$$,$$9.99.
      *    The cashier's answer and the units the check covers
           05 WS-Rain-Issue-Answer PIC X(01) VALUE "N".
               88 WS-Rain-Issue-Wanted VALUE "Y" "y".
           05 WS-Rain-Issue-Qty PIC 9(03) VALUE 0.
      *    The rain check being issued
           05 WS-Rain-Issue-Number PIC 9(10) VALUE 0.
           05 WS-Rain-Issue-Expiry PIC X(10) VALUE SPACES.
           05 WS-Rain-Slip-Filename PIC X(24) VALUE SPACES.
      *    The rain check presented for redemption - zero means none
           05 WS-Rain-Check-Number PIC 9(10) VALUE 0.
      *    The number last found good, and what it allows
           05 WS-Rain-Valid-Number PIC 9(10) VALUE 0.
           05 WS-Rain-Item-Code PIC X(10) VALUE SPACES.
           05 WS-Rain-Price PIC 9(06)V99 VALUE 0.
           05 WS-Rain-Qty-Limit PIC 9(03) VALUE 0.
      *    Units the current lookup pass has priced at it so far
           05 WS-Rain-Qty-Used PIC 9(03)V99 VALUE 0.
      *Check tender - the older customers still pay by check, and
      *ringing those as cash is what wrecked the drawer expectation
      *every week. The check number and an ID reference are captured
               88 WS-Serial-On-File VALUE "Y".
      *    The serial being printed on the receipt
           05 WS-Cur-Serial PIC X(20) VALUE SPACES.
      *Product recalls - a recalled item refuses the sale once the
      *type is keyed, and a recalled serial range as its serial is
      *keyed. A row that resolves to a return - marked "R", or left
      *unmarked on a refund - is the customer bringing one back,
      *which is exactly what a recall asks them to do, so returns
      *are never refused. A store that has never raised a recall
      *has no file at all.
       01  WS-Recall-Check.
           05 WS-Recall-Status PIC X(02).
               88 WS-Recall-OK VALUE "00".
      *    The item code being checked
           05 WS-Recall-Key PIC X(10) VALUE SPACES.
      *    "Y" when the code or serial being checked is recalled
           05 WS-Recall-Hit-Flag PIC X(01) VALUE "N".
               88 WS-Recall-Hit VALUE "Y".
           05 RG PIC 9(01) COMP VALUE 0.
      *Automatic linked-item lines - state deposit law wants every
      *can's 5-cent deposit as its own line, and cashiers forget it
      *constantly. After the cart is in, each parent row's linked
               88 WS-Gift-Sell-Requested VALUE "Y" "y".
           05 WS-Gift-Receipt-Filename PIC X(24).
           05 WS-Gift-Txn-Number PIC 9(10) VALUE 0.
      *Empty container returns - the deposit on cans and bottles paid
      *back on the deposit codes and counts the cashier keys, with no
      *receipt needed. Paid out in cash as its own transaction (from
      *the Output Screen), or taken as credit off the sale being rung
      *(from the Input Screen). Either way it goes on the journal as
      *a "C" transaction under its own number.
       01  WS-Container-Return.
      *    Cashier's answer to "Container return?" on the Output
      *    Screen, and to "Empties credit?" on the Input Screen
           05 WS-Ctr-Answer PIC X(01) VALUE "N".
               88 WS-Ctr-Requested VALUE "Y" "y".
           05 WS-Ctr-Credit-Answer PIC X(01) VALUE "N".
               88 WS-Ctr-Credit-Requested VALUE "Y" "y".
           05 WS-Ctr-Confirm PIC X(01) VALUE "N".
               88 WS-Ctr-Confirmed VALUE "Y" "y".
      *    Which way the money goes, shown on the screen, and the
      *    last row the checks turned back
           05 WS-Ctr-Mode-Caption PIC X(30) VALUE SPACES.
           05 WS-Ctr-Message PIC X(60) VALUE SPACES.
           05 WS-Ctr-Row OCCURS 6 TIMES.
               10 WS-Ctr-Codes PIC X(10).
               10 WS-Ctr-Counts PIC 9(03).
               10 WS-Ctr-Names PIC X(20).
               10 WS-Ctr-Prices PIC 9(06)V99.
           05 CX PIC 9(02) COMP VALUE 0.
           05 WS-Ctr-Rows PIC 9(02) COMP VALUE 6.
           05 WS-Ctr-Bad-Flag PIC X(01) VALUE "N".
               88 WS-Ctr-Bad VALUE "Y".
           05 WS-Ctr-Line-Total PIC 9(06)V99 VALUE 0.
           05 WS-Ctr-Total PIC 9(06)V99 VALUE 0.
           05 WS-Ctr-Units PIC 9(05) VALUE 0.
      *    The part of WS-Owed the empties paid on this sale - zero
      *    unless credit was taken
           05 WS-Ctr-Credit PIC 9(06)V99 VALUE 0.
           05 WS-Ctr-Tender PIC X(04) VALUE SPACES.
           05 WS-Ctr-Txn-Number PIC 9(10) VALUE 0.
           05 WS-Ctr-Sale-Txn PIC 9(10) VALUE 0.
           05 WS-Ctr-Filename PIC X(24) VALUE SPACES.
           05 WS-Disp-Ctr-Amount PIC $ZZZ,ZZ9.99.
           05 WS-Disp-Ctr-Count PIC ZZ9.
      *The deposit codes - every code some item names as its linked
      *code, read off the item master at startup. Only these can come
      *back across the counter as empties.
       01  WS-Deposit-Codes.
           05 WS-Dpc-Count PIC 9(03) COMP VALUE 0.
           05 WS-Dpc-Max PIC 9(03) COMP VALUE 50.
           05 WS-Dpc-Code PIC X(10) OCCURS 50 TIMES.
           05 DPC PIC 9(03) COMP VALUE 0.
           05 WS-Dpc-Found PIC 9(03) COMP VALUE 0.
           05 WS-Dpc-EOF-Flag PIC X(01) VALUE "N".
               88 WS-Dpc-EOF VALUE "Y".
      *This session's own running figures, written to Session-File as
      *one record when the session ends.
       01  WS-Session-Totals.
           05 WS-Prior-Refund-Count PIC 9(02) COMP VALUE 0.
           05 WS-Prior-Refund-Txn PIC 9(10) OCCURS 50 TIMES.
           05 PR PIC 9(02) COMP VALUE 0.
      *    What the original sold per item code, net of the prior
      *    refunds - what this refund may still hand back
           05 WS-Refundable-Count PIC 9(02) COMP VALUE 0.
           05 WS-Refundable-Found PIC 9(02) COMP VALUE 0.
      *    The code the detail walk is matching entries against
           05 WS-RV-Cur-Code PIC X(10) VALUE SPACES.
      *    The transaction whose detail lines are being read - the
      *    original, then each prior refund in turn
           05 WS-RV-Detail-Txn PIC 9(10) VALUE 0.
      *    "Y" once any keyed quantity had to be capped
           05 WS-Refund-Capped-Flag PIC X(01) VALUE "N".
               88 WS-Refund-Was-Capped VALUE "Y".
      *    same Counter-File sequence as receipts
           05 WS-Void-Txn-Number PIC 9(10) VALUE 0.
           05 WS-Void-Filename PIC X(24).
      *    The empties credit ("C", tender "CCrd") the voided sale was
      *    paid down by, if any is still standing - it is voided with
      *    the sale under the second number drawn
           05 WS-Void-Credit-Txn PIC 9(10) VALUE 0.
           05 WS-Void-Credit-Void-Number PIC 9(10) VALUE 0.
      *    The sale's own number, held while the credit's is voided
           05 WS-Void-Sale-Ref PIC 9(10) VALUE 0.
           05 WS-Void-Jrnl-EOF-Flag PIC X(01) VALUE "N".
               88 WS-Void-Jrnl-EOF VALUE "Y".
      *    "Y" when the journal couldn't be read for that credit -
      *    the void waits rather than leave a credit behind
           05 WS-Void-Jrnl-Busy-Flag PIC X(01) VALUE "N".
               88 WS-Void-Jrnl-Busy VALUE "Y".
      *Controls the multi-customer session loop.
       01  WS-Session-Switches.
      *    "Y" while there are more customers to serve this session
           05 WS-Counter-Fail-Flag PIC X(01) VALUE "N".
               88 WS-Counter-Alloc-Failed VALUE "Y".
               88 WS-Counter-Alloc-OK VALUE "N".
      *    "Y" when the caller needs a second number drawn with the
      *    first, in the same hold of the counter - the two then go
      *    out together or not at all. The second lands in the pair
      *    number; the flag is spent by the draw.
           05 WS-Counter-Pair-Flag PIC X(01) VALUE "N".
               88 WS-Counter-Draw-Pair VALUE "Y".
           05 WS-Counter-Pair-Number PIC 9(10) VALUE 0.
      *    Identifies which cashier is running this session - entered
      *    once at startup, printed on every receipt for that session.
           05 WS-Cashier-ID PIC X(10) VALUE SPACES.
       01  WS-Discount-Limit-Pct PIC 9(02)V99 VALUE 0.
      *The largest discount the configured percent allows unsigned
       01  WS-Discount-Limit-Amt PIC 999999V99 VALUE 0.
      *Staff purchases - a sale tendered on a card flagged as staff in
      *CARDHOLD.DAT takes the staff discount off every line not
      *already on offer, automatically, up to the employee's yearly
      *cap of discounted spend. The journal marks the sale as staff
      *and the purchase lands on the staff purchase file.
       01  WS-Staff-Discount.
           05 WS-Staff-Purchase-Status PIC X(02).
      *    Percent off, and the yearly ceiling on discounted spend -
      *    overridden from Store-Config-File like the other limits
           05 WS-Staff-Disc-Pct PIC 9(02)V99 VALUE 10.00.
           05 WS-Staff-Annual-Cap PIC 9(07)V99 VALUE 1500.00.
      *    "Y" once the tendered card proved to be a live staff card
           05 WS-Staff-Sale-Flag PIC X(01) VALUE "N".
               88 WS-Staff-Sale VALUE "Y".
           05 WS-Staff-Holder-Name PIC X(45) VALUE SPACES.
      *    The calendar year the allowance runs in, and the
      *    employee's discounted spend in it before this sale
           05 WS-Staff-Year PIC 9(04) VALUE 0.
           05 WS-Staff-Spend-YTD PIC 9(07)V99 VALUE 0.
      *    The lines the discount was given on, what the cap left of
      *    the allowance, and the discount itself
           05 WS-Staff-Base PIC 9(07)V99 VALUE 0.
           05 WS-Staff-Headroom PIC S9(07)V99 VALUE 0.
           05 WS-Staff-Disc-Amount PIC 9(06)V99 VALUE 0.
      *    "Y" when the cap cut the discount short on this sale
           05 WS-Staff-Capped-Flag PIC X(01) VALUE "N".
               88 WS-Staff-Capped VALUE "Y".
      *Whether the card on this transaction belongs to a supervisor -
      *captured while the cardholder record is in hand, because the
      *file (and with it the record area) closes again right after
           05 WS-Change-Approval-Threshold PIC 9(06)V99 VALUE 100.00.
           05 WS-Supervisor-Card-Number PIC 9(16) VALUE 0.
           05 WS-Supervisor-PIN PIC 9(05) VALUE 0.
      *    The keyed PIN in its protected form, to match the card
           05 WS-Supervisor-PIN-Hash PIC X(20) VALUE SPACES.
      *Running subtotal of Amt. Owed across this session's transactions.
       01  WS-Batch-Finances.
           05 WS-Batch-Subtotal PIC 999999V99 VALUE 0.
      *    detail hit the real master record instead of the raw
      *    2ppppvvvvc label. Spaces where no lookup has run.
           05 WS-Resolved-Codes PIC X(10) OCCURS 30 TIMES.
      *    "P" on rows whose advertised item showed no stock at the
      *    last lookup and wants a rain check offered; the code that
      *    was last offered one, so a row re-looked-up on every page
      *    isn't asked about twice.
           05 WS-Rain-Flags PIC X(01) OCCURS 30 TIMES.
           05 WS-Rain-Promo-Slots PIC 9(02) COMP OCCURS 30 TIMES.
           05 WS-Rain-Offered-Codes PIC X(10) OCCURS 30 TIMES.
      *    "P" on rows whose looked-up price the cashier typed over
      *    - held for the reason-and-approval pass
           05 WS-Override-Flags PIC X(01) OCCURS 30 TIMES.
      *    What the cashier typed, pending that pass
           05 WS-Override-Prices PIC 9(06)V99 OCCURS 30 TIMES.
      *    The sales associate keyed against a commissionable row,
      *    and the percent that row earns them
           05 WS-Item-Associates PIC X(10) OCCURS 30 TIMES.
           05 WS-Item-Comm-Pcts PIC 9(02)V99 OCCURS 30 TIMES.
      *    Index for PERFORM loops on these tables
           05 I USAGE INDEX.
      *    The row number itself, for a record that carries it - the
      *    index can only be SET into a numeric field, never moved
           05 WS-Cart-Row-Number PIC 9(03) VALUE 0.
      *One Item Screen page's worth of rows - copied in and out of
      *the cart tables around each page's display/accept, since the
      *screen itself is built over five fixed rows.
           05 LINE PLUS 1.
              10 COL 1 PIC X(45) SOURCE WS-Tax-Break-Line(3).
           05 LINE PLUS 1.
              10 COL 1 PIC X(16) SOURCE WS-Tax-Caption.
              10 COL 25 PIC $ZZZ,ZZ9.99 SOURCE WS-Tax.
           05 LINE PLUS 1.
              10 COL 1 VALUE "Discount:".
              10 COL 1 VALUE "Points Redeemed:".
              10 COL 25 PIC $ZZZ,ZZ9.99
                 SOURCE WS-Points-Redeemed-Credit.
           05 LINE PLUS 1.
              10 COL 1 VALUE "Empties Credit:".
              10 COL 25 PIC $ZZZ,ZZ9.99 SOURCE WS-Ctr-Credit.
           05 LINE PLUS 1.
              10 COL 1 VALUE "Amt. Owed:".
              10 COL 25 PIC $ZZZ,ZZ9.99 SOURCE WS-Owed.
       COPY "AccountPayScreen.cpy".
       COPY "ErrorBrowseScreen.cpy".
       COPY "AgeCheckScreen.cpy".
       COPY "RainCheckScreen.cpy".
       COPY "NoReceiptScreen.cpy".
       COPY "ContainerReturnScreen.cpy".

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Initialise all the data in this app
                           MOVE SCFG-Override-Pct
                               TO WS-Override-Limit-Pct
                       END-IF
                       IF SCFG-Staff-Disc-Pct IS NUMERIC
                               AND SCFG-Staff-Disc-Pct > 0 THEN
                           MOVE SCFG-Staff-Disc-Pct
                               TO WS-Staff-Disc-Pct
                       END-IF
                       IF SCFG-Staff-Annual-Cap IS NUMERIC
                               AND SCFG-Staff-Annual-Cap > 0 THEN
                           MOVE SCFG-Staff-Annual-Cap
                               TO WS-Staff-Annual-Cap
                       END-IF
                       IF SCFG-Velocity-Minutes IS NUMERIC
                               AND SCFG-Velocity-Minutes > 0 THEN
                           MOVE SCFG-Velocity-Minutes
                               TO WS-Vel-Window-Minutes
                       END-IF
                       IF SCFG-Velocity-Uses IS NUMERIC
                               AND SCFG-Velocity-Uses > 0 THEN
                           MOVE SCFG-Velocity-Uses TO WS-Vel-Max-Uses
                       END-IF
                       IF SCFG-Velocity-Amount IS NUMERIC
                               AND SCFG-Velocity-Amount > 0 THEN
                           MOVE SCFG-Velocity-Amount
                               TO WS-Vel-Max-Amount
                       END-IF
                       IF SCFG-NoRcpt-Days IS NUMERIC
                               AND SCFG-NoRcpt-Days > 0 THEN
                           MOVE SCFG-NoRcpt-Days TO WS-NR-Period-Days
                       END-IF
                       IF SCFG-NoRcpt-Max-Count IS NUMERIC
                               AND SCFG-NoRcpt-Max-Count > 0 THEN
                           MOVE SCFG-NoRcpt-Max-Count
                               TO WS-NR-Max-Count
                       END-IF
                       IF SCFG-NoRcpt-Max-Value IS NUMERIC
                               AND SCFG-NoRcpt-Max-Value > 0 THEN
                           MOVE SCFG-NoRcpt-Max-Value
                               TO WS-NR-Max-Value
                       END-IF
                       IF SCFG-NoRcpt-Price-Days IS NUMERIC
                               AND SCFG-NoRcpt-Price-Days > 0 THEN
                           MOVE SCFG-NoRcpt-Price-Days
                               TO WS-NR-Price-Days
                       END-IF
                       IF SCFG-Tax-Inclusive = "Y" THEN
                           SET WS-Tax-Inclusive TO TRUE
                           MOVE "Includes tax of:" TO WS-Tax-Caption
                           MOVE "Incl. Tax: " TO WS-Tax-Screen-Caption
                       END-IF
                       IF SCFG-Serial-Comm-Pct IS NUMERIC
                               AND SCFG-Serial-Comm-Pct > 0 THEN
                           MOVE SCFG-Serial-Comm-Pct
                               TO WS-Serial-Comm-Pct
                       END-IF
               END-READ
               CLOSE Store-Config-File
           END-IF.
               CLOSE Coupon-Trigger-File
           END-IF.

      *    And the commission rates - no file means no department
      *    pays commission, only serialised items at the store rate.
           OPEN INPUT Comm-Rate-File.
           IF WS-Comm-Rate-OK THEN
               PERFORM Load-One-Comm-Rate-Section
                   UNTIL WS-Comm-Rate-EOF
               CLOSE Comm-Rate-File
           END-IF.

      *    And the currency table - no file just means the till
      *    keeps thinking in local money only, as it always has.
           OPEN INPUT Currency-File.
               CLOSE Currency-File
           END-IF.

      *    And the deposit codes off the item master - no master (or
      *    one that's busy) just means no empties can come back this
      *    session.
           PERFORM Open-Item-Master-File-Section.
           IF WS-Shared-Open-OK THEN
               MOVE LOW-VALUES TO ITM-Item-Code
               START Item-Master-File KEY IS NOT < ITM-Item-Code
                   INVALID KEY
                       SET WS-Dpc-EOF TO TRUE
               END-START
               PERFORM Load-One-Deposit-Code-Section
                   UNTIL WS-Dpc-EOF
               CLOSE Item-Master-File
           END-IF.

      *    Find out who's running the register before serving anyone,
      *    so every receipt this session can carry a cashier ID.
           DISPLAY SC-Cashier-Screen.
                   SET WS-Health-Failed TO TRUE
           END-EVALUATE.

      *    The transaction journal - missing is fine (the first
      *    sale creates it), but one that won't open as a keyed file
      *    would lose every sale's record all day.
           OPEN INPUT Txn-Journal-File.
           EVALUATE TRUE
               WHEN WS-Txn-Journal-Status = "35"
                   DISPLAY "  PASS  txn journal (will be created)"
               WHEN WS-Txn-Journal-Status = "00"
                   CLOSE Txn-Journal-File
                   DISPLAY "  PASS  txn journal (TXNJRNL.DAT)"
               WHEN OTHER
                   DISPLAY "  FAIL  txn journal (TXNJRNL.DAT) "
                       "status " WS-Txn-Journal-Status
                   SET WS-Health-Failed TO TRUE
           END-EVALUATE.

      *    Loyalty - recreated automatically, so only worth a warning
           OPEN INPUT Loyalty-File.
           IF WS-Loyalty-Status = "00" THEN
      *    number would validate this customer's refund against the
      *    previous customer's receipt.
           MOVE 0 TO WS-Refund-Orig-Txn.
           MOVE "N" TO WS-NR-Flag.
      *    Nor any serials captured - they belong to their own sale.
           MOVE 0 TO WS-Serial-Count.
      *    And no exempt certificate carries over - each exempt sale
      *    Nor a coupon - each is presented against its own sale.
           MOVE 0 TO WS-Coupon-Serial.
           MOVE 0 TO WS-Coupon-Value.
      *    Nor a rain check - each slip comes back against one sale.
           MOVE 0 TO WS-Rain-Check-Number.
           MOVE 0 TO WS-Rain-Valid-Number.
           MOVE 0 TO WS-Rain-Qty-Used.
      *    Nor a staff discount - each sale's card earns its own.
           MOVE "N" TO WS-Staff-Sale-Flag.
           MOVE "N" TO WS-Staff-Capped-Flag.
           MOVE 0 TO WS-Staff-Base.
           MOVE 0 TO WS-Staff-Disc-Amount.
      *    Nor any price overrides - each is its own signed-off event.
           MOVE 0 TO WS-Ovr-Count.
      *    And the till thinks in local money again until a currency
      *    is named.
           MOVE SPACES TO WS-Foreign-Code.
           MOVE 0 TO WS-Foreign-Tendered.
      *    Nor any empties credit - each sale's containers are its own.
           MOVE "N" TO WS-Ctr-Credit-Answer.
           MOVE 0 TO WS-Ctr-Credit.

      *    A held transaction from the previous session's customer
      *    takes this slot automatically, ahead of Item/Input screens.
                   PERFORM Validate-Refund-Section
               END-IF

      *        A recalled item can't leave the store - checked
      *        once the type is keyed, so every row's direction is
      *        known and a refund brings recalled stock back freely.
               IF WS-Print-This-Receipt THEN
                   PERFORM Check-Cart-Recalls-Section
                   IF WS-Recall-Hit THEN
                       MOVE "Item Under Recall" TO WS-Error-Msg
                       MOVE 158 TO WS-Error-Code
                       PERFORM Reject-Transaction-Section
                   END-IF
               END-IF

      *        Serial-tracked rows give up a serial per unit before
      *        anything else happens to the sale - and a returned
      *        serial has to be one the registry says actually sold.
                   PERFORM Capture-Serials-Section
               END-IF

      *        ... and a commissionable row sold gets the sales
      *        associate who helped with it, for their commission.
               IF WS-Print-This-Receipt
                       AND NOT WS-Batch-Mode-On THEN
                   PERFORM Capture-Associates-Section
               END-IF

      *        A keyed exempt certificate must be live on the exempt
      *        file before the tax stands down for the sale.
               IF WS-Print-This-Receipt
      *        before it ever reaches another screen or the receipt.
               PERFORM Mask-Card-Number-Section

      *        A sale tendered on a staff card earns the staff
      *        discount - found out before the discount is worked.
               IF WS-Print-This-Receipt AND WS-Txn-Is-Sale
                       AND WS-Tender-Is-Card
                       AND NOT WS-Batch-Mode-On THEN
                   PERFORM Check-Staff-Card-Section
               END-IF

      *        Apply any discount/coupon before the funds check runs
               PERFORM Compute-Discount-Section

                   PERFORM Redeem-Loyalty-Section
               END-IF

      *        Empties brought back with the shopping come off what
      *        the sale owes - keyed last, so the credit lands on the
      *        figure the discount and points have already settled.
               IF WS-Print-This-Receipt AND WS-Txn-Is-Sale
                       AND WS-Ctr-Credit-Requested
                       AND NOT WS-Batch-Mode-On THEN
                   PERFORM Take-Container-Credit-Section
               END-IF

      *        Confirm the cardholder's PIN before going any further -
      *        cash tenders carry no card/PIN to check
               IF WS-Print-This-Receipt AND WS-Tender-Is-Card THEN
                       INITIALIZE WS-Items-Tables
                       MOVE PTX-Holder-Name TO WS-Holder-Name
                       MOVE PTX-Card-Number TO WS-Card-Number
                       MOVE 0 TO WS-PIN
                       MOVE PTX-PIN-Hash TO WS-PIN-Hash
                       SET WS-PIN-Protected TO TRUE
                       MOVE PTX-Tender-Type TO WS-Tender-Type
                       MOVE PTX-Txn-Type TO WS-Txn-Type
                       MOVE PTX-Discount-Type TO WS-Discount-Type
       Hold-Transaction-Section SECTION. *> Park this entry for later
           MOVE WS-Holder-Name TO PTX-Holder-Name.
           MOVE WS-Card-Number TO PTX-Card-Number.
      *    The held sale keeps the PIN only in its protected form
           IF NOT WS-PIN-Protected THEN
               CALL "PinHash" USING WS-Card-Number WS-PIN
                   WS-PIN-Hash
               SET WS-PIN-Protected TO TRUE
           END-IF.
           MOVE WS-PIN-Hash TO PTX-PIN-Hash.
           MOVE WS-Tender-Type TO PTX-Tender-Type.
           MOVE WS-Txn-Type TO PTX-Txn-Type.
           MOVE WS-Discount-Type TO PTX-Discount-Type.
                   SET WS-Batch-Row-Live TO TRUE
                   MOVE BTX-Holder-Name TO WS-Holder-Name
                   MOVE BTX-Card-Number TO WS-Card-Number
                   MOVE 0 TO WS-PIN
                   MOVE BTX-PIN-Hash TO WS-PIN-Hash
                   SET WS-PIN-Protected TO TRUE
                   MOVE BTX-Tender-Type TO WS-Tender-Type
                   MOVE BTX-Txn-Type TO WS-Txn-Type
                   MOVE BTX-Discount-Type TO WS-Discount-Type
           END-IF.

       Validate-Refund-Section SECTION. *> Tie the refund to its sale
      *    No receipt number means no receipt - that refund goes down
      *    its own path, against the customer's ID instead.
           IF WS-Refund-Orig-Txn = 0 THEN
               PERFORM No-Receipt-Return-Section
               EXIT SECTION
           END-IF.


      *    First the journal: does the original exist, is it a sale,
      *    has it been voided, what did it tender, and which refunds
      *    have already been taken against it. The original is read
      *    straight off its number; a void or refund against it can
      *    only have been rung later, so only the journal past it is
      *    walked.
           PERFORM Open-Txn-Journal-In-Section.
           IF WS-Txn-Journal-Status NOT = "00" THEN
               MOVE "Refund Orig Not Found" TO WS-Error-Msg
               MOVE 125 TO WS-Error-Code
               PERFORM Reject-Transaction-Section
               EXIT SECTION
           END-IF.
           MOVE WS-Refund-Orig-Txn TO TJR-Txn-Number.
           READ Txn-Journal-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TJR-Txn-Type = "S" THEN
                       SET WS-Orig-Found TO TRUE
                       MOVE TJR-Tender TO WS-Orig-Tender
                   END-IF
           END-READ.
           IF WS-Orig-Found THEN
               MOVE "N" TO WS-RV-Journal-EOF-Flag
               START Txn-Journal-File KEY IS > TJR-Txn-Number
                   INVALID KEY
                       SET WS-RV-Journal-EOF TO TRUE
               END-START
               PERFORM Scan-RV-Journal-Section
                   UNTIL WS-RV-Journal-EOF
           END-IF.
           CLOSE Txn-Journal-File.

           IF NOT WS-Orig-Found THEN
           END-IF.

      *    Then the sales detail: what the original actually sold per
      *    item code, net of the refunds already taken against it -
      *    each receipt's lines read off its own number.
           PERFORM Open-Sales-Detail-In-Section.
           IF WS-Sales-Detail-Status = "00" THEN
               MOVE WS-Refund-Orig-Txn TO WS-RV-Detail-Txn
               PERFORM Read-RV-Detail-Txn-Section
               PERFORM Read-Prior-Refund-Detail-Section
                   VARYING PR FROM 1 BY 1
                   UNTIL PR > WS-Prior-Refund-Count
               CLOSE Sales-Detail-File
           END-IF.

           END-IF.

       Scan-RV-Journal-Section SECTION. *> One journal record past
           READ Txn-Journal-File NEXT RECORD
               AT END
                   SET WS-RV-Journal-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN TJR-Txn-Type = "R"
                               AND TJR-Void-Ref = WS-Refund-Orig-Txn
                           IF WS-Prior-Refund-Count < 50 THEN
                   END-EVALUATE
           END-READ.

       Read-Prior-Refund-Detail-Section SECTION. *> One prior refund
           MOVE WS-Prior-Refund-Txn(PR) TO WS-RV-Detail-Txn.
           PERFORM Read-RV-Detail-Txn-Section.

       Read-RV-Detail-Txn-Section SECTION. *> One receipt's lines
           MOVE "N" TO WS-RV-Detail-EOF-Flag.
           MOVE WS-RV-Detail-Txn TO SDT-Txn-Number.
           MOVE 0 TO SDT-Line-Number.
           START Sales-Detail-File KEY IS NOT < SDT-Key
               INVALID KEY
                   SET WS-RV-Detail-EOF TO TRUE
           END-START.
           PERFORM Scan-RV-Detail-Section
               UNTIL WS-RV-Detail-EOF.

       Scan-RV-Detail-Section SECTION. *> One detail record on
           READ Sales-Detail-File NEXT RECORD
               AT END
                   SET WS-RV-Detail-EOF TO TRUE
               NOT AT END
                   IF SDT-Txn-Number NOT = WS-RV-Detail-Txn THEN
      *                Past the receipt's last line
                       SET WS-RV-Detail-EOF TO TRUE
                   ELSE
                   IF SDT-Item-Code NOT = SPACES THEN
                       IF WS-RV-Detail-Txn = WS-Refund-Orig-Txn THEN
                           IF SDT-Txn-Type = "S" THEN
      *                        One of the original's own lines - its
      *                        quantity is refundable.
                               MOVE SDT-Item-Code TO WS-RV-Cur-Code
                               PERFORM Find-Refundable-Entry-Section
                               IF WS-Refundable-Found > 0 THEN
                                   ADD SDT-Qty TO WS-Refundable-Qty
                                       (WS-Refundable-Found)
                               END-IF
                           END-IF
                       ELSE
                       IF SDT-Txn-Type = "R" THEN
      *                    A line of a refund already taken against
      *                    the original - it comes off the top.
                           MOVE SDT-Item-Code TO WS-RV-Cur-Code
                           PERFORM Find-Refundable-Entry-Section
                           IF WS-Refundable-Found > 0 THEN
                               SUBTRACT SDT-Qty
                                   FROM WS-Refundable-Qty
                                       (WS-Refundable-Found)
                           END-IF
                       END-IF
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       Find-Refundable-Entry-Section SECTION. *> Entry for one code
               MOVE RV TO WS-Refundable-Found
           END-IF.

       Check-Refund-Row-Section SECTION. *> One cart row, held to it
           IF NOT WS-Print-This-Receipt
                   OR WS-Items(I) = SPACES THEN
           SUBTRACT WS-Quantities(I)
               FROM WS-Refundable-Qty(WS-Refundable-Found).

       No-Receipt-Return-Section SECTION. *> ID and store credit
           MOVE SPACE TO WS-NR-ID-Type.
           MOVE SPACES TO WS-NR-ID-Number.
           MOVE 0 TO WS-NR-Credit-Card.
           MOVE "N" TO WS-NR-Confirm.
           DISPLAY SC-No-Receipt-Screen.
           ACCEPT SC-No-Receipt-Screen.

           IF NOT WS-NR-Confirmed THEN
               MOVE "Refund Needs Orig Txn" TO WS-Error-Msg
               MOVE 124 TO WS-Error-Code
               PERFORM Reject-Transaction-Section
               EXIT SECTION
           END-IF.
      *    The history is kept against the ID as one form, however
      *    it was keyed.
           INSPECT WS-NR-ID-Type CONVERTING "dpsm" TO "DPSM".
           INSPECT WS-NR-ID-Number CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF NOT WS-NR-ID-Type-Valid
                   OR WS-NR-ID-Number = SPACES THEN
               MOVE "No-Receipt Needs ID" TO WS-Error-Msg
               MOVE 164 TO WS-Error-Code
               PERFORM Reject-Transaction-Section
               EXIT SECTION
           END-IF.
           IF WS-NR-Credit-Card = 0 THEN
               MOVE "Store Credit Card Needed" TO WS-Error-Msg
               MOVE 165 TO WS-Error-Code
               PERFORM Reject-Transaction-Section
               EXIT SECTION
           END-IF.
           SET WS-NR-Return TO TRUE.

      *    The first day of each window, in the files' own form
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NR-Today-Digits.
           COMPUTE WS-NR-Date-Digits = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NR-Today-Digits)
               - WS-NR-Period-Days).
           MOVE WS-NR-Date-Digits TO WS-NR-Date-Edit.
           MOVE WS-NR-Date-Edit TO WS-NR-Period-Start.
           COMPUTE WS-NR-Date-Digits = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NR-Today-Digits)
               - WS-NR-Price-Days).
           MOVE WS-NR-Date-Digits TO WS-NR-Date-Edit.
           MOVE WS-NR-Date-Edit TO WS-NR-Price-Start.

      *    Every returned row is priced at the lowest the item sold
      *    for lately - never the shelf price on the day it came back.
           MOVE 0 TO WS-NR-Price-Count.
           PERFORM Collect-NR-Code-Section
               VARYING I FROM 1 BY 1 UNTIL I > 30.
           IF NOT WS-Print-This-Receipt THEN
               EXIT SECTION
           END-IF.
           PERFORM Open-Sales-Detail-In-Section.
           IF WS-Sales-Detail-Status = "00" THEN
               MOVE "N" TO WS-NR-EOF-Flag
               MOVE WS-NR-Price-Start TO SDT-Date
               START Sales-Detail-File KEY IS NOT < SDT-Date
                   INVALID KEY
                       SET WS-NR-EOF TO TRUE
               END-START
               PERFORM Scan-NR-Price-Section
                   UNTIL WS-NR-EOF
               CLOSE Sales-Detail-File
           END-IF.
           MOVE 0 TO WS-NR-This-Value.
           PERFORM Price-NR-Row-Section
               VARYING I FROM 1 BY 1 UNTIL I > 30.
           IF NOT WS-Print-This-Receipt THEN
               EXIT SECTION
           END-IF.
           PERFORM Total-Items-Section.

      *    Then the ID's own record over the rolling period - this
      *    return on top of it must stay inside both limits.
           MOVE 0 TO WS-NR-Prior-Count.
           MOVE 0 TO WS-NR-Prior-Value.
           PERFORM Open-Return-Hist-In-Section.
           IF WS-Return-Hist-Status = "00" THEN
               MOVE "N" TO WS-NR-EOF-Flag
               MOVE WS-NR-ID-Type TO RNH-ID-Type
               MOVE WS-NR-ID-Number TO RNH-ID-Number
               MOVE 0 TO RNH-Txn-Number
               START Return-Hist-File KEY IS NOT < RNH-Key
                   INVALID KEY
                       SET WS-NR-EOF TO TRUE
               END-START
               PERFORM Scan-NR-History-Section
                   UNTIL WS-NR-EOF
               CLOSE Return-Hist-File
           END-IF.
      *    A history file that is there but can't be read is not the
      *    same as a clean record - don't wave the return through.
           IF WS-Return-Hist-Status NOT = "00"
                   AND WS-Return-Hist-Status NOT = "35" THEN
               MOVE "Master File Busy" TO WS-Error-Msg
               MOVE 123 TO WS-Error-Code
               PERFORM Reject-Transaction-Section
               EXIT SECTION
           END-IF.
           IF WS-NR-Prior-Count + 1 > WS-NR-Max-Count
                   OR WS-NR-Prior-Value + WS-NR-This-Value
                       > WS-NR-Max-Value THEN
      *        The refused attempt goes on the audit trail, which is
      *        where the loss prevention report finds it.
               MOVE "NORCPT-REFUSED" TO WS-Audit-Action
               MOVE 0 TO WS-Audit-Txn
               PERFORM Write-NR-Audit-Section
               MOVE "No-Receipt Limit Reached" TO WS-Error-Msg
               MOVE 162 TO WS-Error-Code
               PERFORM Reject-Transaction-Section
               EXIT SECTION
           END-IF.

      *    Store credit only - the refund goes onto the gift card,
      *    whatever tender was keyed, and never as a split.
           MOVE "G" TO WS-Tender-Type.
           MOVE WS-NR-Credit-Card TO WS-Card-Number.
           MOVE "N" TO WS-Split-Tender-Answer.
           PERFORM Issue-NR-Credit-Card-Section.

       Collect-NR-Code-Section SECTION. *> One returned row's code
           IF NOT WS-Print-This-Receipt
                   OR WS-Items(I) = SPACES THEN
               EXIT SECTION
           END-IF.
           MOVE WS-Line-Dirs(I) TO WS-Dir-In.
           PERFORM Resolve-Line-Dir-Section.
           IF WS-Cur-Line-Dir NOT = "R" THEN
               EXIT SECTION
           END-IF.
      *    A hand-typed row has no sales history to price it from
           IF WS-Item-Codes(I) = SPACES THEN
               MOVE "Refund Rows Need Codes" TO WS-Error-Msg
               MOVE 128 TO WS-Error-Code
               PERFORM Reject-Transaction-Section
               EXIT SECTION
           END-IF.
           PERFORM Resolve-NR-Code-Section.
           PERFORM Find-NR-Price-Entry-Section.
           IF WS-NR-Price-Found = 0
                   AND WS-NR-Price-Count < 30 THEN
               ADD 1 TO WS-NR-Price-Count
               MOVE WS-NR-Cur-Code
                   TO WS-NR-Price-Code(WS-NR-Price-Count)
               MOVE 0 TO WS-NR-Low-Price(WS-NR-Price-Count)
               MOVE "N" TO WS-NR-Price-Seen-Flag(WS-NR-Price-Count)
           END-IF.

       Resolve-NR-Code-Section SECTION. *> The code sales were under
      *    The detail lines carry the PLU behind a scale label, never
      *    the raw label digits.
           IF WS-Resolved-Codes(I) NOT = SPACES THEN
               MOVE WS-Resolved-Codes(I) TO WS-NR-Cur-Code
           ELSE
               MOVE WS-Item-Codes(I) TO WS-NR-Cur-Code
           END-IF.

       Find-NR-Price-Entry-Section SECTION. *> Entry for one code
           MOVE 0 TO WS-NR-Price-Found.
           PERFORM Match-NR-Price-Code-Section
               VARYING NP FROM 1 BY 1 UNTIL NP > WS-NR-Price-Count.

       Match-NR-Price-Code-Section SECTION. *> Try one table entry
           IF WS-NR-Price-Code(NP) = WS-NR-Cur-Code THEN
               MOVE NP TO WS-NR-Price-Found
           END-IF.

       Scan-NR-Price-Section SECTION. *> One detail line in the window
           READ Sales-Detail-File NEXT RECORD
               AT END
                   SET WS-NR-EOF TO TRUE
               NOT AT END
                   IF SDT-Txn-Type = "S"
                           AND SDT-Item-Code NOT = SPACES THEN
                       MOVE SDT-Item-Code TO WS-NR-Cur-Code
                       PERFORM Find-NR-Price-Entry-Section
                       IF WS-NR-Price-Found > 0 THEN
                           PERFORM Take-NR-Low-Price-Section
                       END-IF
                   END-IF
           END-READ.

       Take-NR-Low-Price-Section SECTION. *> Lowest sold price so far
           IF NOT WS-NR-Price-Seen(WS-NR-Price-Found)
                   OR SDT-Price < WS-NR-Low-Price(WS-NR-Price-Found)
                       THEN
               MOVE SDT-Price TO WS-NR-Low-Price(WS-NR-Price-Found)
               SET WS-NR-Price-Seen(WS-NR-Price-Found) TO TRUE
           END-IF.

       Price-NR-Row-Section SECTION. *> One returned row repriced
           IF NOT WS-Print-This-Receipt
                   OR WS-Items(I) = SPACES THEN
               EXIT SECTION
           END-IF.
           MOVE WS-Line-Dirs(I) TO WS-Dir-In.
           PERFORM Resolve-Line-Dir-Section.
           IF WS-Cur-Line-Dir NOT = "R" THEN
               EXIT SECTION
           END-IF.
           PERFORM Resolve-NR-Code-Section.
           PERFORM Find-NR-Price-Entry-Section.
      *    An item that hasn't sold here lately can't be shown to be
      *    one of ours at any price.
           IF WS-NR-Price-Found = 0 THEN
               MOVE "No Recent Sale To Price" TO WS-Error-Msg
               MOVE 163 TO WS-Error-Code
               PERFORM Reject-Transaction-Section
               EXIT SECTION
           END-IF.
           IF NOT WS-NR-Price-Seen(WS-NR-Price-Found) THEN
               MOVE "No Recent Sale To Price" TO WS-Error-Msg
               MOVE 163 TO WS-Error-Code
               PERFORM Reject-Transaction-Section
               EXIT SECTION
           END-IF.
           IF WS-Prices(I) > WS-NR-Low-Price(WS-NR-Price-Found) THEN
               MOVE WS-NR-Low-Price(WS-NR-Price-Found)
                   TO WS-Prices(I)
           END-IF.
           COMPUTE WS-NR-This-Value =
               WS-NR-This-Value + WS-Prices(I) * WS-Quantities(I).

       Scan-NR-History-Section SECTION. *> One of this ID's returns
           READ Return-Hist-File NEXT RECORD
               AT END
                   SET WS-NR-EOF TO TRUE
               NOT AT END
                   IF RNH-ID-Type NOT = WS-NR-ID-Type
                           OR RNH-ID-Number NOT = WS-NR-ID-Number THEN
      *                Past this ID's last return
                       SET WS-NR-EOF TO TRUE
                   ELSE
                   IF RNH-Date NOT < WS-NR-Period-Start THEN
                       ADD 1 TO WS-NR-Prior-Count
                       ADD RNH-Amount TO WS-NR-Prior-Value
                   END-IF
                   END-IF
           END-READ.

       Issue-NR-Credit-Card-Section SECTION. *> Card on file for it
      *    A blank card off the rack is set up at nil balance, ready
      *    for the refund to load - a practice till issues nothing.
           IF WS-Training-Mode-On THEN
               EXIT SECTION
           END-IF.
           MOVE WS-NR-Credit-Card TO GFT-Card-Number.
           PERFORM Open-Gift-IO-Section.
           IF WS-Shared-Open-Failed THEN
               MOVE "Master File Busy" TO WS-Error-Msg
               MOVE 123 TO WS-Error-Code
               PERFORM Reject-Transaction-Section
               EXIT SECTION
           END-IF.
           READ Gift-Card-File
               INVALID KEY
                   MOVE WS-NR-Credit-Card TO GFT-Card-Number
                   MOVE 0 TO GFT-Balance
                   WRITE Gift-Card-Record
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           CLOSE Gift-Card-File.

       Write-NR-Audit-Section SECTION. *> One no-receipt event logged
      *    The card column carries the credit card's last four, the
      *    reason the ID it was taken against.
           MOVE ALL "*" TO WS-Audit-Card.
           MOVE WS-NR-Credit-Card(13:4) TO WS-Audit-Card(13:4).
           MOVE WS-NR-This-Value TO WS-Audit-Amount.
           STRING "ID " DELIMITED BY SIZE
                  WS-NR-ID-Type DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NR-ID-Number DELIMITED BY SIZE
               INTO WS-Audit-Reason.
           PERFORM Write-Audit-Section.

       Write-Return-History-Section SECTION. *> The return on record
           IF NOT WS-NR-Return THEN
               EXIT SECTION
           END-IF.
           PERFORM Open-Return-Hist-IO-Section.
           IF WS-Shared-Open-Failed THEN
               MOVE "Rtn History Not Written" TO WS-Error-Msg
               MOVE 166 TO WS-Error-Code
               PERFORM Log-Error-Section
           ELSE
               MOVE WS-NR-ID-Type TO RNH-ID-Type
               MOVE WS-NR-ID-Number TO RNH-ID-Number
               MOVE WS-Txn-Number TO RNH-Txn-Number
               MOVE WS-Date TO RNH-Date
               MOVE WS-NR-This-Value TO RNH-Amount
               MOVE WS-NR-Credit-Card TO RNH-Credit-Card
               MOVE WS-Cashier-ID TO RNH-Cashier-ID
               MOVE WS-Lane-ID TO RNH-Lane
               WRITE Return-Hist-Record
                   INVALID KEY
                       MOVE "Rtn History Not Written" TO WS-Error-Msg
                       MOVE 166 TO WS-Error-Code
                       PERFORM Log-Error-Section
               END-WRITE
               CLOSE Return-Hist-File
           END-IF.
      *    And on the audit trail, beside the refused ones
           MOVE "NORCPT-RETURN" TO WS-Audit-Action.
           MOVE WS-Txn-Number TO WS-Audit-Txn.
           PERFORM Write-NR-Audit-Section.

       Mask-Card-Number-Section SECTION. *> Keep only last 4 digits
           MOVE ALL "*" TO WS-Masked-Card-Number.
           MOVE WS-Card-Number(13:4) TO WS-Masked-Card-Number(13:4).
           END-IF.

       Match-Card-PIN-Section SECTION. *> The PIN check itself
      *    Only the protected forms are ever compared - a PIN keyed at
      *    the till is put through the same one-way mix first.
           IF NOT WS-PIN-Protected THEN
               CALL "PinHash" USING WS-Card-Number WS-PIN
                   WS-PIN-Hash
               SET WS-PIN-Protected TO TRUE
           END-IF.
           IF CH-PIN-Hash NOT = WS-PIN-Hash THEN
      *        Another consecutive failure goes on the record - once
      *        they reach the limit the card is refused outright. A
      *        trainee's practice fumbles never touch the live record,
      *    Rank alone no longer settles it - the card must hold the
      *    UNLOCK permission (which the supervisor flag still grants
      *    by default, for cards with no permission record).
           CALL "PinHash" USING WS-Supervisor-Card-Number
               WS-Supervisor-PIN WS-Supervisor-PIN-Hash.
           MOVE WS-Supervisor-Card-Number TO CH-Card-Number.
           READ Cardholder-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CH-Is-Active
                           AND CH-PIN-Hash = WS-Supervisor-PIN-Hash THEN
                       MOVE CH-Supervisor-Flag TO WS-Perm-Super-Flag
                       MOVE "UNLOCK" TO WS-Perm-Wanted
                       PERFORM Check-Permission-Section
               EXIT SECTION
           END-IF.

           CALL "PinHash" USING WS-Supervisor-Card-Number
               WS-Supervisor-PIN WS-Supervisor-PIN-Hash.
           MOVE WS-Supervisor-Card-Number TO CH-Card-Number.
           READ Cardholder-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CH-Is-Active
                           AND CH-PIN-Hash = WS-Supervisor-PIN-Hash THEN
                       MOVE CH-Supervisor-Flag TO WS-Perm-Super-Flag
                       PERFORM Check-Permission-Section
                   END-IF
               CONTINUE AFTER 1 SECONDS
           END-IF.

       Open-Txn-Journal-IO-Section SECTION. *> Brief, shared, retried
           MOVE 0 TO WS-Shared-Open-Tries.
           SET WS-Shared-Open-OK TO TRUE.
           PERFORM Try-Open-Txn-Journal-IO-Section
               UNTIL WS-Txn-Journal-Status = "00"
                  OR WS-Shared-Open-Tries >= WS-Shared-Max-Tries.
           IF WS-Txn-Journal-Status NOT = "00" THEN
               SET WS-Shared-Open-Failed TO TRUE
           END-IF.

       Try-Open-Txn-Journal-IO-Section SECTION. *> One try, seeding
           ADD 1 TO WS-Shared-Open-Tries.
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

       Open-Txn-Journal-In-Section SECTION. *> Brief read-only open
      *    "35" is an answer (no journal means no original), not a
      *    collision - only a locked file is worth waiting out.
           MOVE 0 TO WS-Shared-Open-Tries.
           SET WS-Shared-Open-OK TO TRUE.
           PERFORM Try-Open-Txn-Journal-In-Section
               UNTIL WS-Txn-Journal-Status = "00"
                  OR WS-Txn-Journal-Status = "35"
                  OR WS-Shared-Open-Tries >= WS-Shared-Max-Tries.
           IF WS-Txn-Journal-Status NOT = "00" THEN
               SET WS-Shared-Open-Failed TO TRUE
           END-IF.

       Try-Open-Txn-Journal-In-Section SECTION. *> One read-only try
           ADD 1 TO WS-Shared-Open-Tries.
           OPEN INPUT Txn-Journal-File.
           IF WS-Txn-Journal-Status NOT = "00"
                   AND WS-Txn-Journal-Status NOT = "35" THEN
               CONTINUE AFTER 1 SECONDS
           END-IF.

       Open-Tax-Journal-IO-Section SECTION. *> Brief, shared, retried
           MOVE 0 TO WS-Shared-Open-Tries.
           SET WS-Shared-Open-OK TO TRUE.
           PERFORM Try-Open-Tax-Journal-IO-Section
               UNTIL WS-Tax-Journal-Status = "00"
                  OR WS-Shared-Open-Tries >= WS-Shared-Max-Tries.
           IF WS-Tax-Journal-Status NOT = "00" THEN
               SET WS-Shared-Open-Failed TO TRUE
           END-IF.

       Try-Open-Tax-Journal-IO-Section SECTION. *> One try, seeding
           ADD 1 TO WS-Shared-Open-Tries.
           OPEN I-O Tax-Journal-File.
           IF WS-Tax-Journal-Status = "35" THEN
      *        Tax journal doesn't exist yet - create it empty
               OPEN OUTPUT Tax-Journal-File
               CLOSE Tax-Journal-File
               OPEN I-O Tax-Journal-File
           END-IF.
           IF WS-Tax-Journal-Status NOT = "00" THEN
               CONTINUE AFTER 1 SECONDS
           END-IF.

       Open-Sales-Detail-IO-Section SECTION. *> Brief, shared, retried
           MOVE 0 TO WS-Shared-Open-Tries.
           SET WS-Shared-Open-OK TO TRUE.
           PERFORM Try-Open-Sales-Detail-IO-Section
               UNTIL WS-Sales-Detail-Status = "00"
                  OR WS-Shared-Open-Tries >= WS-Shared-Max-Tries.
           IF WS-Sales-Detail-Status NOT = "00" THEN
               SET WS-Shared-Open-Failed TO TRUE
           END-IF.

       Try-Open-Sales-Detail-IO-Section SECTION. *> One try, seeding
           ADD 1 TO WS-Shared-Open-Tries.
           OPEN I-O Sales-Detail-File.
           IF WS-Sales-Detail-Status = "35" THEN
      *        Sales detail doesn't exist yet - create it empty
               OPEN OUTPUT Sales-Detail-File
               CLOSE Sales-Detail-File
               OPEN I-O Sales-Detail-File
           END-IF.
           IF WS-Sales-Detail-Status NOT = "00" THEN
               CONTINUE AFTER 1 SECONDS
           END-IF.

       Open-Sales-Detail-In-Section SECTION. *> Brief read-only open
           MOVE 0 TO WS-Shared-Open-Tries.
           SET WS-Shared-Open-OK TO TRUE.
           PERFORM Try-Open-Sales-Detail-In-Section
               UNTIL WS-Sales-Detail-Status = "00"
                  OR WS-Sales-Detail-Status = "35"
                  OR WS-Shared-Open-Tries >= WS-Shared-Max-Tries.
           IF WS-Sales-Detail-Status NOT = "00" THEN
               SET WS-Shared-Open-Failed TO TRUE
           END-IF.

       Try-Open-Sales-Detail-In-Section SECTION. *> One read-only try
           ADD 1 TO WS-Shared-Open-Tries.
           OPEN INPUT Sales-Detail-File.
           IF WS-Sales-Detail-Status NOT = "00"
                   AND WS-Sales-Detail-Status NOT = "35" THEN
               CONTINUE AFTER 1 SECONDS
           END-IF.

       Open-Return-Hist-IO-Section SECTION. *> Brief, shared, retried
           MOVE 0 TO WS-Shared-Open-Tries.
           SET WS-Shared-Open-OK TO TRUE.
           PERFORM Try-Open-Return-Hist-IO-Section
               UNTIL WS-Return-Hist-Status = "00"
                  OR WS-Shared-Open-Tries >= WS-Shared-Max-Tries.
           IF WS-Return-Hist-Status NOT = "00" THEN
               SET WS-Shared-Open-Failed TO TRUE
           END-IF.

       Try-Open-Return-Hist-IO-Section SECTION. *> One try, seeding
           ADD 1 TO WS-Shared-Open-Tries.
           OPEN I-O Return-Hist-File.
           IF WS-Return-Hist-Status = "35" THEN
      *        Returns history doesn't exist yet - create it empty
               OPEN OUTPUT Return-Hist-File
               CLOSE Return-Hist-File
               OPEN I-O Return-Hist-File
           END-IF.
           IF WS-Return-Hist-Status NOT = "00" THEN
               CONTINUE AFTER 1 SECONDS
           END-IF.

       Open-Return-Hist-In-Section SECTION. *> Brief read-only open
      *    "35" is an answer (no history means no prior returns), not
      *    a collision - only a locked file is worth waiting out.
           MOVE 0 TO WS-Shared-Open-Tries.
           SET WS-Shared-Open-OK TO TRUE.
           PERFORM Try-Open-Return-Hist-In-Section
               UNTIL WS-Return-Hist-Status = "00"
                  OR WS-Return-Hist-Status = "35"
                  OR WS-Shared-Open-Tries >= WS-Shared-Max-Tries.
           IF WS-Return-Hist-Status NOT = "00" THEN
               SET WS-Shared-Open-Failed TO TRUE
           END-IF.

       Try-Open-Return-Hist-In-Section SECTION. *> One read-only try
           ADD 1 TO WS-Shared-Open-Tries.
           OPEN INPUT Return-Hist-File.
           IF WS-Return-Hist-Status NOT = "00"
                   AND WS-Return-Hist-Status NOT = "35" THEN
               CONTINUE AFTER 1 SECONDS
           END-IF.

       Open-Gift-IO-Section SECTION. *> Brief, shared, retried
           MOVE 0 TO WS-Shared-Open-Tries.
           SET WS-Shared-Open-OK TO TRUE.
           PERFORM Try-Open-Gift-IO-Section
               UNTIL WS-Gift-Card-Status = "00"
                  OR WS-Shared-Open-Tries >= WS-Shared-Max-Tries.
           IF WS-Gift-Card-Status NOT = "00" THEN
               SET WS-Shared-Open-Failed TO TRUE
           END-IF.

       Try-Open-Gift-IO-Section SECTION. *> One try, seeding if new
           ADD 1 TO WS-Shared-Open-Tries.
           OPEN I-O Gift-Card-File.
           IF WS-Gift-Card-Status = "35" THEN
      *        Gift card file doesn't exist yet - create it empty
               OPEN OUTPUT Gift-Card-File
               CLOSE Gift-Card-File
               OPEN I-O Gift-Card-File
               IF WS-Acct-Pay-Requested THEN
                   PERFORM Take-Account-Payment-Section
               END-IF

               IF WS-Ctr-Requested THEN
                   PERFORM Container-Return-Section
               END-IF
           END-IF.

       Reprint-Last-Receipt-Section SECTION. *> Show the last receipt
                   UNTIL WS-Receipt-In-EOF
               ACCEPT OMITTED
               CLOSE Receipt-In-File
      *        A customer who had the receipt by email gets the copy
      *        by email too, marked as a reprint.
               IF WS-Training-Mode-Off THEN
                   MOVE WS-Last-Receipt-Txn TO WS-ERcpt-Txn
                   MOVE "R" TO WS-ERcpt-Kind
                   PERFORM Queue-Copy-EReceipt-Section
               END-IF
           END-IF.
      *    Consume the answer so it doesn't stay pre-filled and
      *    silently re-trigger a reprint for the next customer.
               MOVE "VOID-APPROVED" TO WS-Audit-Action
               PERFORM Write-Audit-Section

      *        A sale that took empties as credit goes with its "C"
      *        record - left standing, the deposit would stay paid
      *        out on the books against a sale that never happened.
      *        Both voids draw their numbers in the one go.
               MOVE 0 TO WS-Void-Credit-Txn
               MOVE "N" TO WS-Void-Jrnl-Busy-Flag
               IF WS-Training-Mode-Off THEN
                   PERFORM Find-Void-Credit-Section
               END-IF
               IF WS-Void-Jrnl-Busy THEN
                   MOVE "Journal Busy - Not Voided" TO WS-Error-Msg
                   MOVE 170 TO WS-Error-Code
                   PERFORM Log-Error-Section
                   DISPLAY SC-Error-Screen
                   ACCEPT OMITTED
                   EXIT SECTION
               END-IF
               IF WS-Void-Credit-Txn > 0 THEN
                   SET WS-Counter-Draw-Pair TO TRUE
               END-IF
               PERFORM Get-Next-Txn-Number-Section
               IF WS-Counter-Alloc-Failed THEN
                   EXIT SECTION
               END-IF
               MOVE WS-Txn-Number TO WS-Void-Txn-Number
               MOVE WS-Counter-Pair-Number
                   TO WS-Void-Credit-Void-Number
               PERFORM Build-Void-Filename-Section
               PERFORM Write-Void-Record-Section

      *        ... and the customer who had the original by email is
      *        sent notice of its reversal the same way.
               IF WS-Training-Mode-Off THEN
                   MOVE WS-Void-Txn-Ref TO WS-ERcpt-Txn
                   MOVE "V" TO WS-ERcpt-Kind
                   PERFORM Queue-Copy-EReceipt-Section
               END-IF

      *        A reversal is exactly the kind of action the loss
      *        prevention team asked to see, reason and all.
               MOVE "VOID-RECORDED" TO WS-Audit-Action
               MOVE WS-Void-Txn-Ref TO WS-Audit-Txn
               MOVE WS-Void-Reason TO WS-Audit-Reason
               PERFORM Write-Audit-Section

               IF WS-Void-Credit-Txn > 0 THEN
                   PERFORM Void-Container-Credit-Section
               END-IF
           END-IF.

       Find-Void-Credit-Section SECTION. *> Empties paid this sale down?
      *    The credit was rung after its sale, and a void of it after
      *    that - only the journal past the sale is walked. A credit
      *    already voided on its own is left alone. No journal at
      *    all means no credit to find.
           PERFORM Open-Txn-Journal-In-Section.
           IF WS-Txn-Journal-Status NOT = "00" THEN
               IF WS-Txn-Journal-Status NOT = "35" THEN
                   SET WS-Void-Jrnl-Busy TO TRUE
               END-IF
               EXIT SECTION
           END-IF.
           MOVE "N" TO WS-Void-Jrnl-EOF-Flag.
           MOVE WS-Void-Txn-Ref TO TJR-Txn-Number.
           START Txn-Journal-File KEY IS > TJR-Txn-Number
               INVALID KEY
                   SET WS-Void-Jrnl-EOF TO TRUE
           END-START.
           PERFORM Scan-Void-Credit-Section
               UNTIL WS-Void-Jrnl-EOF.
           CLOSE Txn-Journal-File.

       Scan-Void-Credit-Section SECTION. *> One journal record past
           READ Txn-Journal-File NEXT RECORD
               AT END
                   SET WS-Void-Jrnl-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN TJR-Txn-Type = "C"
                               AND TJR-Tender = "CCrd"
                               AND TJR-Void-Ref = WS-Void-Txn-Ref
                           MOVE TJR-Txn-Number TO WS-Void-Credit-Txn
                       WHEN TJR-Txn-Type = "V"
                               AND WS-Void-Credit-Txn > 0
                               AND TJR-Void-Ref = WS-Void-Credit-Txn
                           MOVE 0 TO WS-Void-Credit-Txn
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       Void-Container-Credit-Section SECTION. *> The credit goes too
      *    Its own void slip and "V" record, under the second number,
      *    so the deposit comes back off the books with the sale.
           MOVE WS-Void-Txn-Ref TO WS-Void-Sale-Ref.
           MOVE WS-Void-Credit-Void-Number TO WS-Void-Txn-Number.
           MOVE WS-Void-Credit-Txn TO WS-Void-Txn-Ref.
           MOVE SPACES TO WS-Void-Filename.
           PERFORM Build-Void-Filename-Section.
           PERFORM Write-Void-Record-Section.
           MOVE "VOID-RECORDED" TO WS-Audit-Action.
           MOVE WS-Void-Txn-Ref TO WS-Audit-Txn.
           MOVE SPACES TO WS-Audit-Reason.
           STRING "empties credit on " DELIMITED BY SIZE
                  WS-Void-Sale-Ref DELIMITED BY SIZE
               INTO WS-Audit-Reason.
           PERFORM Write-Audit-Section.
           MOVE WS-Void-Sale-Ref TO WS-Void-Txn-Ref.

      *    The customer got back only what the sale took from them -
      *    the empties they brought are still owed, in cash.
           MOVE "Rekey Empties As Cash" TO WS-Error-Msg.
           MOVE 169 TO WS-Error-Code.
           PERFORM Log-Error-Section.
           DISPLAY SC-Error-Screen.
           ACCEPT OMITTED.

       Build-Void-Filename-Section SECTION. *> One file per void record
           IF WS-Training-Mode-On THEN
               STRING "TRNVD" DELIMITED BY SIZE
      *    The cart's age restriction is recomputed from scratch on
      *    every pass, so a row keyed off a page drops its hold.
           MOVE 0 TO WS-Cart-Min-Age.
      *    A newly keyed rain check number is checked once; the units
      *    it covers are counted off afresh on every pass.
           IF WS-Rain-Check-Number NOT = WS-Rain-Valid-Number THEN
               PERFORM Validate-Rain-Check-Section
           END-IF.
           MOVE 0 TO WS-Rain-Qty-Used.

           PERFORM Open-Item-Master-File-Section.
           IF WS-Shared-Open-Failed THEN
               VARYING I FROM 1 BY 1 UNTIL I > 30.
           CLOSE Item-Master-File.

      *    Advertised rows the shelf can't supply are offered a rain
      *    check now, with the master free again for the other lanes.
           PERFORM Offer-Rain-Check-Section
               VARYING I FROM 1 BY 1 UNTIL I > 30.

      *    Remember what the till itself just priced each row at -
      *    that is the baseline a typed-over price is spotted against.
           PERFORM Record-One-Lookup-Section
                   MOVE WS-Lookup-Prices(OV) TO WS-Prices(OV)
                   EXIT SECTION
               END-IF
               CALL "PinHash" USING WS-Supervisor-Card-Number
                   WS-Supervisor-PIN WS-Supervisor-PIN-Hash
               MOVE WS-Supervisor-Card-Number TO CH-Card-Number
               READ Cardholder-File
                   INVALID KEY
                   NOT INVALID KEY
                       IF CH-Not-Supervisor
                               OR CH-Not-Active
                               OR CH-PIN-Hash
                                   NOT = WS-Supervisor-PIN-Hash THEN
                           MOVE "OVRD-DENIED" TO WS-Audit-Action
                           PERFORM Write-Audit-Section
                           DISPLAY "Override denied - price stands."
      *    Until proven otherwise, a row resolves to its own keyed
      *    code - a scale label narrows that to its PLU below.
           MOVE WS-Item-Codes(I) TO WS-Resolved-Codes(I).
           MOVE SPACE TO WS-Rain-Flags(I).
      *    A ten-digit code starting "2" is the deli scale's own
      *    label, not an item-master key - its PLU and price are dug
      *    out instead of treating the whole thing as a literal code.
      *                in the cart right here, with the saving kept
      *                for the receipt line.
                       PERFORM Apply-Promo-Section
      *                ... and an advertised item with nothing on the
      *                shelf is marked for a rain check offer.
                       IF WS-Promo-Found > 0
                               AND WS-Promo-Savings(I) > 0
                               AND ITM-On-Hand-Qty = 0 THEN
                           MOVE "P" TO WS-Rain-Flags(I)
                           MOVE WS-Promo-Found
                               TO WS-Rain-Promo-Slots(I)
                       END-IF
               END-READ
           END-IF.

                   END-IF
           END-READ.

       Check-Cart-Recalls-Section SECTION. *> Any recalled item sold?
           MOVE "N" TO WS-Recall-Hit-Flag.
           OPEN INPUT Recall-File.
           IF NOT WS-Recall-OK THEN
               EXIT SECTION
           END-IF.
           PERFORM Check-Item-Recall-Section
               VARYING I FROM 1 BY 1
               UNTIL I > 30 OR WS-Recall-Hit.
           CLOSE Recall-File.

       Check-Item-Recall-Section SECTION. *> One row under recall?
           IF WS-Items(I) = SPACES THEN
               EXIT SECTION
           END-IF.
      *    Only a row going out of the store is refused - a returned
      *    one is exactly what the recall asks the customer to do.
           MOVE WS-Line-Dirs(I) TO WS-Dir-In.
           PERFORM Resolve-Line-Dir-Section.
           IF WS-Cur-Line-Dir = "R" THEN
               EXIT SECTION
           END-IF.
      *    A deli label is recalled by its PLU, whatever the
      *    package's own label says.
           IF WS-Resolved-Codes(I) NOT = SPACES THEN
               MOVE WS-Resolved-Codes(I) TO WS-Recall-Key
           ELSE
               MOVE WS-Item-Codes(I) TO WS-Recall-Key
           END-IF.
           IF WS-Recall-Key = SPACES THEN
               EXIT SECTION
           END-IF.
           MOVE WS-Recall-Key TO RCL-Item-Code.
           READ Recall-File
               INVALID KEY
                   EXIT SECTION
           END-READ.
      *    A recall naming serial ranges leaves the item on sale -
      *    the serial capture refuses just the units inside them.
           IF RCL-Is-Active AND RCL-Range-Count = 0 THEN
               SET WS-Recall-Hit TO TRUE
           END-IF.

       Check-Serial-Recall-Section SECTION. *> Sold serial recalled?
           MOVE "N" TO WS-Recall-Hit-Flag.
           OPEN INPUT Recall-File.
           IF NOT WS-Recall-OK THEN
               EXIT SECTION
           END-IF.
           MOVE WS-Item-Codes(CS) TO RCL-Item-Code.
           READ Recall-File
               INVALID KEY
                   MOVE 0 TO RCL-Range-Count
                   MOVE "E" TO RCL-Status
           END-READ.
           CLOSE Recall-File.
           IF RCL-Is-Active THEN
               IF RCL-Range-Count = 0 THEN
                   SET WS-Recall-Hit TO TRUE
               ELSE
                   PERFORM Match-One-Recall-Range-Section
                       VARYING RG FROM 1 BY 1
                       UNTIL RG > RCL-Range-Count
               END-IF
           END-IF.

       Match-One-Recall-Range-Section SECTION. *> Serial in a range?
           IF WS-Serial-Input NOT < RCL-Serial-From(RG)
                   AND WS-Serial-Input NOT > RCL-Serial-To(RG) THEN
               SET WS-Recall-Hit TO TRUE
           END-IF.

       Add-One-Label-Digit-Section SECTION. *> One digit into the sum
           COMPUTE WS-Scale-Digit =
               FUNCTION NUMVAL(WS-Item-Codes(I)(SL:1)).
               END-IF
           END-IF.

      *    A rain check brought back holds its price past the offer's
      *    end date, for up to the units it was written for.
           IF WS-Rain-Valid-Number > 0
                   AND WS-Item-Codes(I) = WS-Rain-Item-Code
                   AND WS-Line-Dirs(I) NOT = "R"
                   AND WS-Line-Dirs(I) NOT = "r"
                   AND WS-Rain-Price < WS-Prices(I) THEN
               PERFORM Apply-Rain-Check-Section
           END-IF.

       Match-One-Promo-Section SECTION. *> Is this offer live and ours?
      *    Multibuy ("M") offers never price a single row - they're
      *    evaluated over the whole cart in Apply-Multibuy-Section.
               MOVE PM TO WS-Promo-Found
           END-IF.

       Apply-Rain-Check-Section SECTION. *> The rain check's price
           IF WS-Rain-Qty-Used + WS-Quantities(I)
                   > WS-Rain-Qty-Limit THEN
      *        The row keeps its ordinary price - the cashier splits
      *        it to the units the rain check covers.
               MOVE "Over Rain Check Qty" TO WS-Error-Msg
               MOVE 154 TO WS-Error-Code
               PERFORM Log-Error-Section
               DISPLAY SC-Error-Screen
               ACCEPT OMITTED
               EXIT SECTION
           END-IF.
           ADD WS-Quantities(I) TO WS-Rain-Qty-Used.
           COMPUTE WS-Promo-Savings(I) =
               WS-Promo-Savings(I) + WS-Prices(I) - WS-Rain-Price.
           MOVE WS-Rain-Price TO WS-Prices(I).

       Validate-Rain-Check-Section SECTION. *> A live rain check?
           MOVE 0 TO WS-Rain-Valid-Number.
           IF WS-Rain-Check-Number = 0 THEN
               EXIT SECTION
           END-IF.
           OPEN INPUT Rain-Check-File.
           IF WS-Rain-Check-Status NOT = "00" THEN
               MOVE "Rain Check Not Found" TO WS-Error-Msg
               MOVE 151 TO WS-Error-Code
               PERFORM Reject-Rain-Check-Section
               EXIT SECTION
           END-IF.

           MOVE WS-Rain-Check-Number TO RCK-Number.
           READ Rain-Check-File
               INVALID KEY
                   MOVE "Rain Check Not Found" TO WS-Error-Msg
                   MOVE 151 TO WS-Error-Code
                   PERFORM Reject-Rain-Check-Section
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT RCK-Is-Unused
                           MOVE "Rain Check Already Used"
                               TO WS-Error-Msg
                           MOVE 152 TO WS-Error-Code
                           PERFORM Reject-Rain-Check-Section
                       WHEN RCK-Expiry-Date < WS-Date
                           MOVE "Rain Check Expired" TO WS-Error-Msg
                           MOVE 153 TO WS-Error-Code
                           PERFORM Reject-Rain-Check-Section
                       WHEN OTHER
      *                    Good - its price rides the lookup; it only
      *                    counts as redeemed when the sale commits.
                           MOVE WS-Rain-Check-Number
                               TO WS-Rain-Valid-Number
                           MOVE RCK-Item-Code TO WS-Rain-Item-Code
                           MOVE RCK-Promo-Price TO WS-Rain-Price
                           MOVE RCK-Qty-Limit TO WS-Rain-Qty-Limit
                   END-EVALUATE
           END-READ.
           CLOSE Rain-Check-File.

       Reject-Rain-Check-Section SECTION. *> Shown, and the number gone
      *    The sale carries on at ordinary prices - the cashier sees
      *    why, and the field comes back empty for another try.
           PERFORM Log-Error-Section.
           DISPLAY SC-Error-Screen.
           ACCEPT OMITTED.
           MOVE 0 TO WS-Rain-Check-Number.

       Offer-Rain-Check-Section SECTION. *> A rain check for this row?
           IF WS-Rain-Flags(I) NOT = "P" THEN
               EXIT SECTION
           END-IF.
           MOVE SPACE TO WS-Rain-Flags(I).
      *    Practice and unattended sales write no rain checks, a
      *    returned row needs none, and a row already asked about
      *    isn't asked again on the next page.
           IF WS-Training-Mode-On
                   OR WS-Batch-Mode-On
                   OR WS-Line-Dirs(I) = "R"
                   OR WS-Line-Dirs(I) = "r"
                   OR WS-Item-Codes(I) = WS-Rain-Offered-Codes(I) THEN
               EXIT SECTION
           END-IF.
      *    Nor is the customer redeeming one for this item offered
      *    another on top of it.
           IF WS-Rain-Valid-Number > 0
                   AND WS-Item-Codes(I) = WS-Rain-Item-Code THEN
               EXIT SECTION
           END-IF.
           MOVE WS-Item-Codes(I) TO WS-Rain-Offered-Codes(I).

           MOVE WS-Item-Codes(I) TO WS-Rain-Offer-Code.
           MOVE WS-Items(I) TO WS-Rain-Offer-Name.
           MOVE WS-Prices(I) TO WS-Rain-Offer-Price.
           MOVE WS-Rain-Offer-Price TO WS-Disp-Rain-Price.
           MOVE WS-Promo-Start(WS-Rain-Promo-Slots(I))
               TO WS-Rain-Offer-Start.
           MOVE WS-Promo-End(WS-Rain-Promo-Slots(I))
               TO WS-Rain-Offer-End.
           MOVE WS-Quantities(I) TO WS-Rain-Issue-Qty.
           IF WS-Rain-Issue-Qty = 0 THEN
               MOVE 1 TO WS-Rain-Issue-Qty
           END-IF.
           MOVE "N" TO WS-Rain-Issue-Answer.
           DISPLAY SC-Rain-Check-Screen.
           ACCEPT SC-Rain-Check-Screen.
           IF NOT WS-Rain-Issue-Wanted THEN
               EXIT SECTION
           END-IF.
           IF WS-Rain-Issue-Qty = 0 THEN
               MOVE 1 TO WS-Rain-Issue-Qty
           END-IF.

      *    The number comes off its own counter - no number, no
      *    rain check, never an unnumbered slip.
           PERFORM Draw-Rain-Check-Number-Section.
           IF WS-Rain-Issue-Number = 0 THEN
               MOVE "Rain Check Not Issued" TO WS-Error-Msg
               MOVE 150 TO WS-Error-Code
               PERFORM Log-Error-Section
               DISPLAY SC-Error-Screen
               ACCEPT OMITTED
               EXIT SECTION
           END-IF.
           PERFORM Compute-Rain-Expiry-Section.

           OPEN I-O Rain-Check-File.
           IF WS-Rain-Check-Status = "35" THEN
      *        Rain-check file doesn't exist yet - start it off empty
               OPEN OUTPUT Rain-Check-File
               CLOSE Rain-Check-File
               OPEN I-O Rain-Check-File
           END-IF.
           IF WS-Rain-Check-Status NOT = "00" THEN
               MOVE "Rain Check Not Issued" TO WS-Error-Msg
               MOVE 150 TO WS-Error-Code
               PERFORM Log-Error-Section
               DISPLAY SC-Error-Screen
               ACCEPT OMITTED
               EXIT SECTION
           END-IF.
           MOVE WS-Rain-Issue-Number TO RCK-Number.
           MOVE WS-Rain-Offer-Code TO RCK-Item-Code.
           MOVE WS-Rain-Offer-Name TO RCK-Item-Name.
           MOVE WS-Rain-Offer-Price TO RCK-Promo-Price.
           MOVE WS-Rain-Issue-Qty TO RCK-Qty-Limit.
           MOVE WS-Rain-Offer-Start TO RCK-Promo-Start.
           MOVE WS-Rain-Offer-End TO RCK-Promo-End.
           MOVE WS-Date TO RCK-Issue-Date.
           MOVE WS-Rain-Issue-Expiry TO RCK-Expiry-Date.
           MOVE WS-Lane-ID TO RCK-Issue-Lane.
           MOVE WS-Cashier-ID TO RCK-Issue-Cashier.
           SET RCK-Is-Unused TO TRUE.
           MOVE SPACES TO RCK-Redeemed-Date.
           MOVE 0 TO RCK-Redeemed-Txn.
           MOVE WS-Store-ID TO RCK-Store.
           WRITE Rain-Check-Record
               INVALID KEY
                   MOVE "Rain Check Not Issued" TO WS-Error-Msg
                   MOVE 150 TO WS-Error-Code
                   PERFORM Log-Error-Section
                   DISPLAY SC-Error-Screen
                   ACCEPT OMITTED
                   CLOSE Rain-Check-File
                   EXIT SECTION
           END-WRITE.
           CLOSE Rain-Check-File.

           PERFORM Write-Rain-Check-Slip-Section.

      *    Nothing on the shelf to hand over - the row comes off the
      *    sale and the slip is what the customer leaves with.
           MOVE SPACES TO WS-Items(I).
           MOVE 0 TO WS-Prices(I).
           MOVE 0 TO WS-Quantities(I).
           MOVE SPACES TO WS-Item-Codes(I).
           MOVE SPACES TO WS-Resolved-Codes(I).
           MOVE SPACE TO WS-Item-Tax-Cats(I).
           MOVE 0 TO WS-Promo-Savings(I).
           MOVE SPACES TO WS-Item-Depts(I).

       Draw-Rain-Check-Number-Section SECTION. *> Bump the counter
           MOVE 0 TO WS-Rain-Issue-Number.
           OPEN I-O Rck-Counter-File.
           IF WS-Rck-Counter-Status = "35" THEN
      *        Counter file doesn't exist yet - create it, seeded at 0
               OPEN OUTPUT Rck-Counter-File
               MOVE 0 TO RKC-Last-Number
               WRITE Rck-Counter-Record
               CLOSE Rck-Counter-File
               OPEN I-O Rck-Counter-File
           END-IF.
           IF WS-Rck-Counter-OK THEN
               READ Rck-Counter-File
               ADD 1 TO RKC-Last-Number
               MOVE RKC-Last-Number TO WS-Rain-Issue-Number
               REWRITE Rck-Counter-Record
               CLOSE Rck-Counter-File
           END-IF.

       Compute-Rain-Expiry-Section SECTION. *> Offer end + days
           MOVE WS-Rain-Offer-End(1:4) TO WS-Cpn-Date-Digits(1:4).
           MOVE WS-Rain-Offer-End(6:2) TO WS-Cpn-Date-Digits(5:2).
           MOVE WS-Rain-Offer-End(9:2) TO WS-Cpn-Date-Digits(7:2).
           COMPUTE WS-Cpn-Date-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Cpn-Date-Digits)
               + WS-Rain-Check-Days.
           COMPUTE WS-Cpn-Date-Digits =
               FUNCTION DATE-OF-INTEGER(WS-Cpn-Date-Integer).
           MOVE SPACES TO WS-Rain-Issue-Expiry.
           MOVE WS-Cpn-Date-Digits(1:4) TO WS-Rain-Issue-Expiry(1:4).
           MOVE "/" TO WS-Rain-Issue-Expiry(5:1).
           MOVE WS-Cpn-Date-Digits(5:2) TO WS-Rain-Issue-Expiry(6:2).
           MOVE "/" TO WS-Rain-Issue-Expiry(8:1).
           MOVE WS-Cpn-Date-Digits(7:2) TO WS-Rain-Issue-Expiry(9:2).

       Write-Rain-Check-Slip-Section SECTION. *> The rain check's slip
           MOVE SPACES TO WS-Rain-Slip-Filename.
           STRING "RAIN" DELIMITED BY SIZE
                  WS-Rain-Issue-Number DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-Rain-Slip-Filename.

           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Time.

           OPEN OUTPUT Rain-Slip-File.

           MOVE WS-Equals-Divider TO Rain-Slip-Line-Record.
           WRITE Rain-Slip-Line-Record.

           MOVE SPACES TO Rain-Slip-Line-Record.
           STRING "RAIN CHECK " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Time DELIMITED BY SIZE
               INTO Rain-Slip-Line-Record.
           WRITE Rain-Slip-Line-Record.

           MOVE WS-Equals-Divider TO Rain-Slip-Line-Record.
           WRITE Rain-Slip-Line-Record.

           MOVE SPACES TO Rain-Slip-Line-Record.
           STRING "Rain Check #: " DELIMITED BY SIZE
                  WS-Rain-Issue-Number DELIMITED BY SIZE
               INTO Rain-Slip-Line-Record.
           WRITE Rain-Slip-Line-Record.

           MOVE SPACES TO Rain-Slip-Line-Record.
           STRING "Item: " DELIMITED BY SIZE
                  WS-Rain-Offer-Code DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Rain-Offer-Name DELIMITED BY SIZE
               INTO Rain-Slip-Line-Record.
           WRITE Rain-Slip-Line-Record.

           MOVE SPACES TO Rain-Slip-Line-Record.
           STRING "Price Held: " DELIMITED BY SIZE
                  WS-Disp-Rain-Price DELIMITED BY SIZE
                  " each, up to " DELIMITED BY SIZE
                  WS-Rain-Issue-Qty DELIMITED BY SIZE
               INTO Rain-Slip-Line-Record.
           WRITE Rain-Slip-Line-Record.

           MOVE SPACES TO Rain-Slip-Line-Record.
           STRING "Good Through: " DELIMITED BY SIZE
                  WS-Rain-Issue-Expiry DELIMITED BY SIZE
               INTO Rain-Slip-Line-Record.
           WRITE Rain-Slip-Line-Record.

           MOVE SPACES TO Rain-Slip-Line-Record.
           STRING "Lane " DELIMITED BY SIZE
                  WS-Lane-ID DELIMITED BY SIZE
                  "  Cashier " DELIMITED BY SIZE
                  WS-Cashier-ID DELIMITED BY SIZE
               INTO Rain-Slip-Line-Record.
           WRITE Rain-Slip-Line-Record.

           MOVE WS-Equals-Divider TO Rain-Slip-Line-Record.
           WRITE Rain-Slip-Line-Record.

           CLOSE Rain-Slip-File.

       Mark-Rain-Check-Used-Section SECTION. *> Redeemed, for good
      *    A refund hands goods back - it redeems nothing.
           IF WS-Rain-Valid-Number = 0
                   OR WS-Rain-Qty-Used = 0
                   OR WS-Txn-Is-Refund THEN
               EXIT SECTION
           END-IF.
           OPEN I-O Rain-Check-File.
           IF WS-Rain-Check-Status NOT = "00" THEN
      *        The receipt is already committed - the log shows the
      *        rain check that should have been marked.
               MOVE "Rain Check File Busy" TO WS-Error-Msg
               MOVE 155 TO WS-Error-Code
               PERFORM Log-Error-Section
               EXIT SECTION
           END-IF.
           MOVE WS-Rain-Valid-Number TO RCK-Number.
           READ Rain-Check-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RCK-Is-Redeemed TO TRUE
                   MOVE WS-Date TO RCK-Redeemed-Date
                   MOVE WS-Txn-Number TO RCK-Redeemed-Txn
                   REWRITE Rain-Check-Record
           END-READ.
           CLOSE Rain-Check-File.

       Load-One-Comm-Rate-Section SECTION. *> One department's rate
           READ Comm-Rate-File
               AT END
                   SET WS-Comm-Rate-EOF TO TRUE
               NOT AT END
                   IF WS-Comm-Count < WS-Comm-Max
                           AND CMR-Rate-Pct IS NUMERIC
                           AND CMR-Rate-Pct > 0 THEN
                       ADD 1 TO WS-Comm-Count
                       MOVE CMR-Dept-Code
                           TO WS-Comm-Dept(WS-Comm-Count)
                       MOVE CMR-Rate-Pct
                           TO WS-Comm-Pct(WS-Comm-Count)
                   END-IF
           END-READ.

       Load-One-Currency-Section SECTION. *> Pull one currency record
           READ Currency-File
               AT END
                   END-IF
           END-READ.

       Load-One-Deposit-Code-Section SECTION. *> One item's companion
           READ Item-Master-File NEXT RECORD
               AT END
                   SET WS-Dpc-EOF TO TRUE
               NOT AT END
                   IF ITM-Linked-Code NOT = SPACES THEN
                       MOVE ITM-Linked-Code TO WS-Link-Cur-Code
                       PERFORM Find-Deposit-Code-Section
                       IF WS-Dpc-Found = 0
                               AND WS-Dpc-Count < WS-Dpc-Max THEN
                           ADD 1 TO WS-Dpc-Count
                           MOVE ITM-Linked-Code
                               TO WS-Dpc-Code(WS-Dpc-Count)
                       END-IF
                   END-IF
           END-READ.

       Find-Deposit-Code-Section SECTION. *> WS-Link-Cur-Code known?
           MOVE 0 TO WS-Dpc-Found.
           PERFORM Match-One-Deposit-Code-Section
               VARYING DPC FROM 1 BY 1 UNTIL DPC > WS-Dpc-Count.

       Match-One-Deposit-Code-Section SECTION. *> Try one table entry
           IF WS-Dpc-Code(DPC) = WS-Link-Cur-Code THEN
               MOVE DPC TO WS-Dpc-Found
           END-IF.

       Load-One-Trigger-Section SECTION. *> Pull one trigger record
           READ Coupon-Trigger-File
               AT END
               PERFORM Reject-Transaction-Section
               EXIT SECTION
           END-IF.
           CALL "PinHash" USING WS-Supervisor-Card-Number
               WS-Supervisor-PIN WS-Supervisor-PIN-Hash.
           MOVE WS-Supervisor-Card-Number TO CH-Card-Number.
           READ Cardholder-File
               INVALID KEY
               NOT INVALID KEY
                   IF CH-Not-Supervisor
                           OR CH-Not-Active
                           OR CH-PIN-Hash NOT = WS-Supervisor-PIN-Hash
                               THEN
                       MOVE "CHECK-REFUSED" TO WS-Audit-Action
                       PERFORM Write-Audit-Section
                       MOVE "Check Refused" TO WS-Error-Msg
                   PERFORM Reject-Transaction-Section
                   EXIT SECTION
               END-IF
           ELSE
      *        A unit sold out of a recalled serial range must not
      *        leave the store - the rest of the item still can.
               PERFORM Check-Serial-Recall-Section
               IF WS-Recall-Hit THEN
                   MOVE "Serial Under Recall" TO WS-Error-Msg
                   MOVE 159 TO WS-Error-Code
                   PERFORM Reject-Transaction-Section
                   EXIT SECTION
               END-IF
           END-IF.

           ADD 1 TO WS-Serial-Count.
               TO WS-Serial-Value(WS-Serial-Count).
           MOVE CS TO WS-Serial-Row(WS-Serial-Count).

       Capture-Associates-Section SECTION. *> Who helped sell it
           PERFORM Capture-Row-Associate-Section
               VARYING CS FROM 1 BY 1 UNTIL CS > 30.

       Capture-Row-Associate-Section SECTION. *> One row's associate
           MOVE SPACES TO WS-Item-Associates(CS).
           MOVE 0 TO WS-Item-Comm-Pcts(CS).
           IF WS-Items(CS) = SPACES THEN
               EXIT SECTION
           END-IF.
      *    Only a sold row earns - a returned row comes off whoever
      *    sold it originally, which the commission statement works
      *    out from the original sale.
           MOVE WS-Line-Dirs(CS) TO WS-Dir-In.
           PERFORM Resolve-Line-Dir-Section.
           IF WS-Cur-Line-Dir = "R" THEN
               EXIT SECTION
           END-IF.

      *    Commissionable means a department on the rate table, or a
      *    serialised item whatever its department.
           MOVE 0 TO WS-Comm-Found.
           IF WS-Item-Depts(CS) NOT = SPACES THEN
               PERFORM Match-One-Comm-Dept-Section
                   VARYING CM FROM 1 BY 1 UNTIL CM > WS-Comm-Count
           END-IF.
           IF WS-Comm-Found = 0
                   AND WS-Serial-Track-Flags(CS) NOT = "Y" THEN
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WS-Assoc-Input.
           DISPLAY " ".
           DISPLAY "Sales associate for " WS-Items(CS)
               " (blank = none):".
           ACCEPT WS-Assoc-Input.
           IF WS-Assoc-Input = SPACES THEN
               EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-Assoc-Input)
               TO WS-Item-Associates(CS).
           IF WS-Comm-Found > 0 THEN
               MOVE WS-Comm-Pct(WS-Comm-Found)
                   TO WS-Item-Comm-Pcts(CS)
           ELSE
               MOVE WS-Serial-Comm-Pct TO WS-Item-Comm-Pcts(CS)
           END-IF.

       Match-One-Comm-Dept-Section SECTION. *> Try one rate row
           IF WS-Comm-Dept(CM) = WS-Item-Depts(CS) THEN
               MOVE CM TO WS-Comm-Found
           END-IF.

       Verify-Returned-Serial-Section SECTION. *> Sold, not yet back
           MOVE "N" TO WS-Serial-On-File-Flag.
           MOVE "N" TO WS-Serial-Reg-EOF-Flag.
      *    always derives from the accumulation anchor, so settling
      *    the same figures again (the discount pass does) lands on
      *    the same answer instead of flipping back.
      *    Tax-inclusive prices already carry their tax - only an
      *    exempt customer's relief comes off them.
           IF WS-Tax-Inclusive THEN
               COMPUTE WS-Net-Owed = WS-Item-Subtotal - WS-Tax-Relief
           ELSE
               COMPUTE WS-Net-Owed = WS-Item-Subtotal + WS-Tax
           END-IF.
           IF WS-Net-Owed < 0 THEN
               IF WS-Accum-Txn-Type = "R" THEN
                   MOVE "S" TO WS-Txn-Type
       Clear-One-Tax-Base-Section SECTION. *> Fresh bases per customer
           MOVE 0 TO WS-Tax-Cat-Base(TC).
           MOVE 0 TO WS-Tax-Cat-Amount(TC).
           MOVE 0 TO WS-Tax-Cat-Gross(TC).
           MOVE 0 TO WS-Tax-Cat-Net(TC).

       Resolve-Line-Dir-Section SECTION. *> A row's own direction
      *    The caller puts the row's letter in WS-Dir-In; an explicit
      *    each category's base is scaled down in the same proportion,
      *    so tax is owed on what the customer actually pays.
           MOVE 0 TO WS-Tax.
           MOVE 0 TO WS-Tax-Relief.
           IF WS-Tax-Inclusive THEN
               PERFORM Compute-Included-Tax-Section
               EXIT SECTION
           END-IF.
      *    An exempt-certified sale carries no tax at all - the
      *    bases stay recorded only for the receipt's own breakdown
      *    lines; nothing of an exempt sale reaches the tax journal.
           END-IF.
           ADD WS-Tax-Cat-Amount(TC) TO WS-Tax.

       Compute-Included-Tax-Section SECTION. *> Tax out of the prices
      *    Shelf prices already include the tax, so each category's
      *    lines - scaled down by the discount like the bases above -
      *    contain it: tax = gross x rate / (1 + rate), and the rest
      *    is the taxable amount. The scaled grosses are made to sum
      *    to the discounted subtotal exactly, the odd cent going to
      *    the biggest category, so tax plus taxable amount always
      *    comes back to what the customer pays.
           MOVE 0 TO WS-Incl-Gross-Sum.
           MOVE 0 TO WS-Incl-Largest.
           MOVE 0 TO WS-Incl-Largest-Abs.
           PERFORM Scale-One-Gross-Section
               VARYING TC FROM 1 BY 1 UNTIL TC > WS-Tax-Cat-Count.
           IF WS-Incl-Largest > 0 THEN
               COMPUTE WS-Tax-Cat-Gross(WS-Incl-Largest) =
                   WS-Tax-Cat-Gross(WS-Incl-Largest)
                   + WS-Item-Subtotal - WS-Incl-Gross-Sum
           END-IF.
           PERFORM Extract-One-Tax-Section
               VARYING TC FROM 1 BY 1 UNTIL TC > WS-Tax-Cat-Count.

      *    An exempt-certified customer doesn't pay the tax the
      *    prices contain - it comes off what they owe, and no tax
      *    is charged (nor journaled) on the sale.
           IF WS-Tax-Exempt THEN
               MOVE WS-Tax TO WS-Tax-Relief
               MOVE 0 TO WS-Tax
               PERFORM Zero-One-Tax-Amount-Section
                   VARYING TC FROM 1 BY 1
                   UNTIL TC > WS-Tax-Cat-Count
           END-IF.

       Scale-One-Gross-Section SECTION. *> One category after discount
           IF WS-Tax-Cat-Base(TC) = 0 THEN
               MOVE 0 TO WS-Tax-Cat-Gross(TC)
               EXIT SECTION
           END-IF.
           IF WS-Item-Subtotal = WS-Subtotal-Before-Disc
                   OR WS-Subtotal-Before-Disc = 0 THEN
               MOVE WS-Tax-Cat-Base(TC) TO WS-Tax-Cat-Gross(TC)
           ELSE
               COMPUTE WS-Tax-Cat-Gross(TC) ROUNDED =
                   WS-Tax-Cat-Base(TC)
                   * WS-Item-Subtotal / WS-Subtotal-Before-Disc
           END-IF.
           ADD WS-Tax-Cat-Gross(TC) TO WS-Incl-Gross-Sum.
           IF WS-Tax-Cat-Gross(TC) < 0 THEN
               COMPUTE WS-Incl-Abs-Gross = 0 - WS-Tax-Cat-Gross(TC)
           ELSE
               MOVE WS-Tax-Cat-Gross(TC) TO WS-Incl-Abs-Gross
           END-IF.
           IF WS-Incl-Abs-Gross > WS-Incl-Largest-Abs THEN
               MOVE WS-Incl-Abs-Gross TO WS-Incl-Largest-Abs
               MOVE TC TO WS-Incl-Largest
           END-IF.

       Extract-One-Tax-Section SECTION. *> The tax one category holds
      *    A negative gross (an exchange's returns winning the
      *    category) gives back a negative tax the same way.
           COMPUTE WS-Tax-Cat-Amount(TC) ROUNDED =
               WS-Tax-Cat-Gross(TC) * WS-Tax-Cat-Rate(TC)
               / (1 + WS-Tax-Cat-Rate(TC)).
           COMPUTE WS-Tax-Cat-Net(TC) =
               WS-Tax-Cat-Gross(TC) - WS-Tax-Cat-Amount(TC).
           ADD WS-Tax-Cat-Amount(TC) TO WS-Tax.

       Load-One-Tax-Rate-Section SECTION. *> Pull one tax table record
           READ Tax-Table-File
               AT END
               END-IF
           END-IF.

      *    A staff card's own discount is policy, not a favour - it
      *    needs no sign-off, only room left in the year's cap.
           IF WS-Staff-Sale THEN
               PERFORM Compute-Staff-Discount-Section
           END-IF.

      *    A validated coupon's value rides off with the discount -
      *    it was checked against the issued file, so it doesn't
      *    count toward the supervisor gate above.
           PERFORM Compute-Tax-Section.
           PERFORM Settle-Net-Owed-Section.

       Check-Staff-Card-Section SECTION. *> Is the tendered card staff?
           MOVE "N" TO WS-Staff-Sale-Flag.
           PERFORM Open-Cardholder-File-Section.
           IF WS-Shared-Open-Failed THEN
      *        The PIN check further on gives the busy file its own
      *        error - the sale just carries no staff discount.
               EXIT SECTION
           END-IF.
           MOVE WS-Date(1:4) TO WS-Staff-Year.
           MOVE WS-Card-Number TO CH-Card-Number.
           READ Cardholder-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CH-Is-Employee AND CH-Is-Active THEN
                       SET WS-Staff-Sale TO TRUE
                       MOVE CH-Holder-Name TO WS-Staff-Holder-Name
      *                A new year starts the allowance over
                       IF CH-Staff-Year = WS-Staff-Year THEN
                           MOVE CH-Staff-Spend TO WS-Staff-Spend-YTD
                       ELSE
                           MOVE 0 TO WS-Staff-Spend-YTD
                       END-IF
                   END-IF
           END-READ.
           CLOSE Cardholder-File.

       Compute-Staff-Discount-Section SECTION. *> Staff % within the cap
           MOVE 0 TO WS-Staff-Base.
           MOVE 0 TO WS-Staff-Disc-Amount.
           MOVE "N" TO WS-Staff-Capped-Flag.
           PERFORM Add-Staff-Line-Section
               VARYING I FROM 1 BY 1 UNTIL I > 30.
           IF WS-Staff-Base = 0 THEN
               EXIT SECTION
           END-IF.

           COMPUTE WS-Staff-Headroom =
               WS-Staff-Annual-Cap - WS-Staff-Spend-YTD.
           IF WS-Staff-Headroom NOT > 0 THEN
      *        The year's allowance is used up - the sale goes on at
      *        full price, and the cashier sees why.
               MOVE 0 TO WS-Staff-Base
               SET WS-Staff-Capped TO TRUE
               MOVE "Staff Disc Cap Reached" TO WS-Error-Msg
               MOVE 156 TO WS-Error-Code
               PERFORM Log-Error-Section
               DISPLAY SC-Error-Screen
               ACCEPT OMITTED
               EXIT SECTION
           END-IF.
      *    Part way through the allowance, only what's left of it
      *    is discounted.
           IF WS-Staff-Base > WS-Staff-Headroom THEN
               MOVE WS-Staff-Headroom TO WS-Staff-Base
               SET WS-Staff-Capped TO TRUE
           END-IF.

           COMPUTE WS-Staff-Disc-Amount ROUNDED =
               WS-Staff-Base * WS-Staff-Disc-Pct / 100.
           ADD WS-Staff-Disc-Amount TO WS-Discount-Amount.
           IF WS-Discount-Amount > WS-Abs-Subtotal THEN
               MOVE WS-Abs-Subtotal TO WS-Discount-Amount
           END-IF.

       Add-Staff-Line-Section SECTION. *> One line toward the staff base
      *    Lines already on offer (promotions, multibuys, rain checks)
      *    and the container deposits rung beside them are left out.
           IF WS-Items(I) = SPACES
                   OR WS-Promo-Savings(I) > 0
                   OR WS-Linked-Flags(I) = "L" THEN
               EXIT SECTION
           END-IF.
           MOVE WS-Line-Dirs(I) TO WS-Dir-In.
           PERFORM Resolve-Line-Dir-Section.
           IF WS-Cur-Line-Dir = "S" THEN
               COMPUTE WS-Staff-Base =
                   WS-Staff-Base + WS-Prices(I) * WS-Quantities(I)
           END-IF.

       Record-Staff-Purchase-Section SECTION. *> The allowance, spent
           IF NOT WS-Staff-Sale THEN
               EXIT SECTION
           END-IF.
           PERFORM Open-Cardholder-File-Section.
           IF WS-Shared-Open-Failed THEN
      *        The receipt is already committed - the log shows the
      *        spend that should have gone on the allowance.
               MOVE "Staff Spend Not Updated" TO WS-Error-Msg
               MOVE 157 TO WS-Error-Code
               PERFORM Log-Error-Section
           ELSE
               MOVE WS-Card-Number TO CH-Card-Number
               READ Cardholder-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CH-Staff-Year NOT = WS-Staff-Year THEN
                           MOVE WS-Staff-Year TO CH-Staff-Year
                           MOVE 0 TO CH-Staff-Spend
                       END-IF
                       ADD WS-Staff-Base TO CH-Staff-Spend
                       REWRITE Cardholder-Record
               END-READ
               CLOSE Cardholder-File
           END-IF.

           MOVE WS-Date TO STP-Date.
           MOVE WS-Time TO STP-Time.
           MOVE WS-Txn-Number TO STP-Txn-Number.
           MOVE ALL "*" TO STP-Card-Masked.
           MOVE WS-Card-Number(13:4) TO STP-Card-Masked(13:4).
           MOVE WS-Staff-Holder-Name TO STP-Holder-Name.
           IF WS-Subtotal-Before-Disc < 0 THEN
               MOVE 0 TO STP-Gross
           ELSE
               MOVE WS-Subtotal-Before-Disc TO STP-Gross
           END-IF.
           MOVE WS-Staff-Base TO STP-Disc-Base.
           MOVE WS-Staff-Disc-Amount TO STP-Discount.
           COMPUTE STP-Spend-YTD = WS-Staff-Spend-YTD + WS-Staff-Base.
           MOVE WS-Staff-Annual-Cap TO STP-Annual-Cap.
           MOVE WS-Staff-Capped-Flag TO STP-Capped-Flag.
           MOVE WS-Lane-ID TO STP-Lane.
           MOVE WS-Cashier-ID TO STP-Cashier-ID.
           MOVE WS-Store-ID TO STP-Store.
           OPEN EXTEND Staff-Purchase-File.
           IF WS-Staff-Purchase-Status = "35" THEN
      *        File doesn't exist yet - start it off
               OPEN OUTPUT Staff-Purchase-File
           END-IF.
           WRITE Staff-Purchase-Record.
           CLOSE Staff-Purchase-File.

       Approve-Discount-Section SECTION. *> Deep discount, signed off
           MOVE "DISCOUNT" TO WS-Perm-Wanted.
           PERFORM Approve-With-Permission-Section.
           CLOSE Age-Check-File.

       Authorize-Card-Section SECTION. *> Ask the switch, or queue
      *    A card turning up too often is stopped before the bank
      *    ever hears of this sale.
           PERFORM Check-Card-Velocity-Section.
           IF WS-Skip-This-Receipt THEN
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-Eft-Auth-Seq.
           SET WS-Eft-No-Answer TO TRUE.

                       MOVE 117 TO WS-Error-Code
                       PERFORM Reject-Transaction-Section
                   END-IF
           END-EVALUATE.

       Check-Card-Velocity-Section SECTION. *> Same card, too often?
      *    Every lane appends its requests to the one EFTREQ.DAT, so
      *    the file is the store's recent history of card use. Only
      *    the last four digits are ever kept there, so two cards can
      *    share a history - which is why a trip stops the sale for a
      *    supervisor rather than declining it outright.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Vel-Date-Digits.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-Vel-Clock.
           COMPUTE WS-Vel-Now-Minute =
               FUNCTION INTEGER-OF-DATE(WS-Vel-Date-Digits) * 1440
               + WS-Vel-Clock-HH * 60 + WS-Vel-Clock-MM.

           MOVE 0 TO WS-Vel-Uses.
           MOVE 0 TO WS-Vel-Amount.
           MOVE "N" TO WS-Vel-EOF-Flag.
           OPEN INPUT Eft-Request-File.
           IF WS-Eft-Request-Status = "00" THEN
               PERFORM Scan-Velocity-Request-Section
                   UNTIL WS-Vel-EOF
               CLOSE Eft-Request-File
           END-IF.

      *    This request counts too
           ADD 1 TO WS-Vel-Uses.
           ADD WS-Eft-Auth-Amount TO WS-Vel-Amount.
           IF WS-Vel-Uses NOT > WS-Vel-Max-Uses
                   AND WS-Vel-Amount NOT > WS-Vel-Max-Amount THEN
               EXIT SECTION
           END-IF.

      *    Tripped - on the trail with the card masked, whatever the
      *    supervisor goes on to decide.
           MOVE WS-Vel-Uses TO WS-Disp-Vel-Uses.
           MOVE WS-Vel-Window-Minutes TO WS-Disp-Vel-Minutes.
           MOVE "CARD-VELOCITY" TO WS-Audit-Action.
           MOVE WS-Masked-Card-Number TO WS-Audit-Card.
           MOVE WS-Vel-Amount TO WS-Audit-Amount.
           STRING WS-Disp-Vel-Uses DELIMITED BY SIZE
                  " uses in " DELIMITED BY SIZE
                  WS-Disp-Vel-Minutes DELIMITED BY SIZE
                  " min" DELIMITED BY SIZE
               INTO WS-Audit-Reason.
           PERFORM Write-Audit-Section.

           DISPLAY " ".
           DISPLAY "Card " WS-Masked-Card-Number " used "
               WS-Disp-Vel-Uses " times in " WS-Disp-Vel-Minutes
               " minutes - supervisor review.".
           MOVE "N" TO WS-Vel-Release-Flag.
           DISPLAY SC-Supervisor-Screen.
           ACCEPT SC-Supervisor-Screen.
           PERFORM Open-Cardholder-File-Section.
           IF NOT WS-Shared-Open-Failed THEN
               CALL "PinHash" USING WS-Supervisor-Card-Number
                   WS-Supervisor-PIN WS-Supervisor-PIN-Hash
               MOVE WS-Supervisor-Card-Number TO CH-Card-Number
               READ Cardholder-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CH-Is-Supervisor AND CH-Is-Active
                               AND CH-PIN-Hash = WS-Supervisor-PIN-Hash
                                   THEN
                           SET WS-Vel-Released TO TRUE
                       END-IF
               END-READ
               CLOSE Cardholder-File
           END-IF.

           PERFORM Mask-Audit-Card-Section.
           MOVE WS-Eft-Auth-Amount TO WS-Audit-Amount.
           STRING "card velocity " DELIMITED BY SIZE
                  WS-Masked-Card-Number(13:4) DELIMITED BY SIZE
               INTO WS-Audit-Reason.
           IF WS-Vel-Released THEN
               MOVE "VELOCITY-OK" TO WS-Audit-Action
               PERFORM Write-Audit-Section
           ELSE
               MOVE "VELOCITY-DENIED" TO WS-Audit-Action
               PERFORM Write-Audit-Section
               MOVE "Card Velocity - Refused" TO WS-Error-Msg
               MOVE 161 TO WS-Error-Code
               PERFORM Reject-Transaction-Section
           END-IF.

       Scan-Velocity-Request-Section SECTION. *> One past request
           READ Eft-Request-File
               AT END
                   SET WS-Vel-EOF TO TRUE
               NOT AT END
                   IF EFT-Masked-Card = WS-Masked-Card-Number
                           AND EFT-Date(1:4) IS NUMERIC
                           AND EFT-Date(6:2) IS NUMERIC
                           AND EFT-Date(9:2) IS NUMERIC
                           AND EFT-Time(1:2) IS NUMERIC
                           AND EFT-Time(4:2) IS NUMERIC THEN
                       MOVE EFT-Date(1:4) TO WS-Vel-Date-Digits(1:4)
                       MOVE EFT-Date(6:2) TO WS-Vel-Date-Digits(5:2)
                       MOVE EFT-Date(9:2) TO WS-Vel-Date-Digits(7:2)
                       MOVE EFT-Time(1:2) TO WS-Vel-Clock-HH
                       MOVE EFT-Time(4:2) TO WS-Vel-Clock-MM
                       COMPUTE WS-Vel-Req-Minute =
                           FUNCTION INTEGER-OF-DATE(WS-Vel-Date-Digits)
                               * 1440
                           + WS-Vel-Clock-HH * 60 + WS-Vel-Clock-MM
                       IF WS-Vel-Req-Minute + WS-Vel-Window-Minutes
                               >= WS-Vel-Now-Minute THEN
                           ADD 1 TO WS-Vel-Uses
                           ADD EFT-Amount TO WS-Vel-Amount
                       END-IF
                   END-IF
           END-READ.

       Write-Eft-Request-Section SECTION. *> One request to the switch
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
               EXIT SECTION
           END-IF.

           CALL "PinHash" USING WS-Supervisor-Card-Number
               WS-Supervisor-PIN WS-Supervisor-PIN-Hash.
           MOVE WS-Supervisor-Card-Number TO CH-Card-Number.
           READ Cardholder-File
               INVALID KEY
                           TO WS-Perm-Granted-Flag
                   END-IF
                   IF CH-Not-Active
                           OR CH-PIN-Hash NOT = WS-Supervisor-PIN-Hash
                           OR WS-Perm-Denied THEN
                       MOVE "CHANGE-DENIED" TO WS-Audit-Action
                       PERFORM Write-Audit-Section

           DISPLAY SC-Input-Screen.
           ACCEPT SC-Input-Screen.
      *    A PIN keyed afresh here is checked as keyed, not as the
      *    protected form a held sale or batch row brought along
           IF WS-PIN NOT = 0 THEN
               MOVE "N" TO WS-PIN-Protected-Flag
           END-IF.

           DISPLAY SC-Processing-Screen.
           CONTINUE AFTER 1 SECONDS.

           CLOSE Gift-Receipt-File.

       Container-Return-Section SECTION. *> Empties paid out in cash
      *    A practice till must never pay real money out of the
      *    books.
           IF WS-Training-Mode-On THEN
               MOVE "N" TO WS-Ctr-Answer
               DISPLAY "Not available in training mode"
               ACCEPT OMITTED
               EXIT SECTION
           END-IF.
           MOVE "N" TO WS-Ctr-Answer.
           MOVE "Deposit refunded in cash" TO WS-Ctr-Mode-Caption.
           PERFORM Enter-Containers-Section.
           IF WS-Ctr-Total = 0 THEN
               EXIT SECTION
           END-IF.

      *    A number before any money moves - missing one backs the
      *    return out untouched.
           PERFORM Get-Next-Txn-Number-Section.
           IF WS-Counter-Alloc-Failed THEN
               EXIT SECTION
           END-IF.
           MOVE WS-Txn-Number TO WS-Ctr-Txn-Number.
           MOVE 0 TO WS-Ctr-Sale-Txn.
           MOVE "Cash" TO WS-Ctr-Tender.
           PERFORM Post-Container-Return-Section.

      *    The deposit leaves the drawer the way a cash refund does,
      *    and the session figures move the same way too.
           ADD WS-Ctr-Total TO WS-Drawer-Refund-Out.
           ADD 1 TO WS-Session-Txn-Count.
           ADD 1 TO WS-Session-Refund-Count.
           ADD WS-Ctr-Total TO WS-Session-Refund-Total.
           IF WS-Ctr-Total > WS-Session-Takings THEN
               MOVE 0 TO WS-Session-Takings
           ELSE
               SUBTRACT WS-Ctr-Total FROM WS-Session-Takings
           END-IF.
           IF WS-Ctr-Total > WS-Batch-Subtotal THEN
               MOVE 0 TO WS-Batch-Subtotal
           ELSE
               SUBTRACT WS-Ctr-Total FROM WS-Batch-Subtotal
           END-IF.

       Take-Container-Credit-Section SECTION. *> Empties off this sale
           MOVE "Credit against this sale" TO WS-Ctr-Mode-Caption.
           PERFORM Enter-Containers-Section.
           IF WS-Ctr-Total = 0 THEN
               EXIT SECTION
           END-IF.
      *    The credit pays the sale down, never past nothing - empties
      *    worth more than the shopping go back as a cash return.
           IF WS-Ctr-Total > WS-Owed THEN
               MOVE "Empties Exceed Sale" TO WS-Error-Msg
               MOVE 168 TO WS-Error-Code
               PERFORM Log-Error-Section
               DISPLAY SC-Error-Screen
               ACCEPT OMITTED
               EXIT SECTION
           END-IF.
      *    Only worked out here - the "C" record is cut when the
      *    receipt commits, so a sale rejected after this point
      *    leaves no trace of the empties.
           MOVE WS-Ctr-Total TO WS-Ctr-Credit.
           SUBTRACT WS-Ctr-Credit FROM WS-Owed.

       Enter-Containers-Section SECTION. *> Codes and counts keyed
      *    Fresh rows every time - an Enter-through must never pay the
      *    previous customer's empties out again.
           PERFORM Clear-One-Container-Row-Section
               VARYING CX FROM 1 BY 1 UNTIL CX > WS-Ctr-Rows.
           MOVE SPACES TO WS-Ctr-Message.
      *    Back round until every row checks out or the cashier
      *    declines to confirm.
           SET WS-Ctr-Bad TO TRUE.
           PERFORM Key-Containers-Section
               UNTIL NOT WS-Ctr-Bad.

       Clear-One-Container-Row-Section SECTION. *> One row emptied
           MOVE SPACES TO WS-Ctr-Codes(CX).
           MOVE 0 TO WS-Ctr-Counts(CX).
           MOVE SPACES TO WS-Ctr-Names(CX).
           MOVE 0 TO WS-Ctr-Prices(CX).

       Key-Containers-Section SECTION. *> One pass of the screen
           MOVE "N" TO WS-Ctr-Bad-Flag.
           MOVE 0 TO WS-Ctr-Total.
           MOVE 0 TO WS-Ctr-Units.
           MOVE "N" TO WS-Ctr-Confirm.
           DISPLAY SC-Container-Screen.
           ACCEPT SC-Container-Screen.
           IF NOT WS-Ctr-Confirmed THEN
               EXIT SECTION
           END-IF.

           PERFORM Open-Item-Master-File-Section.
           IF WS-Shared-Open-Failed THEN
               MOVE "Item file busy - try again" TO WS-Ctr-Message
               SET WS-Ctr-Bad TO TRUE
               EXIT SECTION
           END-IF.
           PERFORM Price-One-Container-Section
               VARYING CX FROM 1 BY 1 UNTIL CX > WS-Ctr-Rows.
           CLOSE Item-Master-File.
           IF WS-Ctr-Bad THEN
               MOVE 0 TO WS-Ctr-Total
           END-IF.

       Price-One-Container-Section SECTION. *> One row at its deposit
           IF WS-Ctr-Codes(CX) = SPACES
                   OR WS-Ctr-Counts(CX) = 0
                   OR WS-Ctr-Bad THEN
               EXIT SECTION
           END-IF.
      *    Only a code some item rings as its deposit comes back -
      *    a can of soda keyed here would pay out its shelf price.
           MOVE WS-Ctr-Codes(CX) TO WS-Link-Cur-Code.
           PERFORM Find-Deposit-Code-Section.
           IF WS-Dpc-Found = 0 THEN
               SET WS-Ctr-Bad TO TRUE
               MOVE SPACES TO WS-Ctr-Message
               STRING "Not a deposit code: " DELIMITED BY SIZE
                      WS-Ctr-Codes(CX) DELIMITED BY SIZE
                   INTO WS-Ctr-Message
               EXIT SECTION
           END-IF.

           MOVE WS-Ctr-Codes(CX) TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
                   SET WS-Ctr-Bad TO TRUE
                   MOVE SPACES TO WS-Ctr-Message
                   STRING "Deposit item not on file: " DELIMITED BY SIZE
                          WS-Ctr-Codes(CX) DELIMITED BY SIZE
                       INTO WS-Ctr-Message
               NOT INVALID KEY
                   MOVE ITM-Item-Name TO WS-Ctr-Names(CX)
                   MOVE ITM-Item-Price TO WS-Ctr-Prices(CX)
                   COMPUTE WS-Ctr-Line-Total =
                       ITM-Item-Price * WS-Ctr-Counts(CX)
                   ADD WS-Ctr-Line-Total TO WS-Ctr-Total
                   ADD WS-Ctr-Counts(CX) TO WS-Ctr-Units
           END-READ.

       Post-Container-Credit-Section SECTION. *> The credit's own record
      *    The empties' number was drawn alongside the sale's, so
      *    there is always one here to post under.
           MOVE WS-Txn-Number TO WS-Ctr-Sale-Txn.
           MOVE "CCrd" TO WS-Ctr-Tender.
           PERFORM Post-Container-Return-Section.

       Post-Container-Return-Section SECTION. *> Slip, journal, detail
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Time.

      *    The return leaves its own numbered slip on disk, so the
      *    sequence audit finds paper behind the number it drew.
           PERFORM Write-Empties-Receipt-Section.

           INITIALIZE Txn-Journal-Record.
           MOVE WS-Ctr-Txn-Number TO TJR-Txn-Number.
           MOVE WS-Date TO TJR-Date.
           MOVE WS-Time TO TJR-Time.
           MOVE WS-Cashier-ID TO TJR-Cashier-ID.
      *    "Cash" paid the deposit out of the drawer; "CCrd" took it
      *    off the sale named in the reference instead, which is why
      *    that sale's own figures are already short by it.
           MOVE WS-Ctr-Tender TO TJR-Tender.
           MOVE "C" TO TJR-Txn-Type.
           MOVE WS-Ctr-Total TO TJR-Owed.
           MOVE WS-Ctr-Total TO TJR-Paid.
           MOVE WS-Ctr-Sale-Txn TO TJR-Void-Ref.
           MOVE WS-Lane-ID TO TJR-Lane.
           PERFORM Append-Txn-Journal-Section.

      *    One "C" detail line per deposit code, for the deposit
      *    reconciliation against what the distributor picks up.
           PERFORM Open-Sales-Detail-IO-Section.
           IF WS-Shared-Open-Failed THEN
               MOVE "Sales Detail Not Written" TO WS-Error-Msg
               MOVE 160 TO WS-Error-Code
               PERFORM Log-Error-Section
               EXIT SECTION
           END-IF.
           PERFORM Write-One-Container-Detail-Section
               VARYING CX FROM 1 BY 1 UNTIL CX > WS-Ctr-Rows.
           CLOSE Sales-Detail-File.

       Write-One-Container-Detail-Section SECTION. *> One code's line
           IF WS-Ctr-Codes(CX) = SPACES
                   OR WS-Ctr-Counts(CX) = 0 THEN
               EXIT SECTION
           END-IF.
           INITIALIZE Sales-Detail-Record.
           MOVE WS-Ctr-Txn-Number TO SDT-Txn-Number.
           MOVE CX TO SDT-Line-Number.
           MOVE WS-Date TO SDT-Date.
           MOVE WS-Time TO SDT-Time.
           MOVE WS-Ctr-Codes(CX) TO SDT-Item-Code.
           MOVE WS-Ctr-Names(CX) TO SDT-Item-Name.
           MOVE WS-Ctr-Counts(CX) TO SDT-Qty.
           MOVE WS-Ctr-Prices(CX) TO SDT-Price.
           COMPUTE SDT-Line-Total =
               WS-Ctr-Prices(CX) * WS-Ctr-Counts(CX).
           MOVE "C" TO SDT-Txn-Type.
           MOVE WS-Store-ID TO SDT-Store.
           WRITE Sales-Detail-Record
               INVALID KEY
                   MOVE "Sales Detail Not Written" TO WS-Error-Msg
                   MOVE 160 TO WS-Error-Code
                   PERFORM Log-Error-Section
           END-WRITE.

       Write-Empties-Receipt-Section SECTION. *> The return's own slip
           MOVE SPACES TO WS-Ctr-Filename.
           STRING "EMPTIES" DELIMITED BY SIZE
                  WS-Ctr-Txn-Number DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-Ctr-Filename.

           OPEN OUTPUT Empties-Receipt-File.

           MOVE WS-Equals-Divider TO Empties-Line-Record.
           WRITE Empties-Line-Record.

           MOVE SPACES TO Empties-Line-Record.
           STRING "EMPTIES RETURN " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Time DELIMITED BY SIZE
               INTO Empties-Line-Record.
           WRITE Empties-Line-Record.

           MOVE WS-Equals-Divider TO Empties-Line-Record.
           WRITE Empties-Line-Record.

           MOVE SPACES TO Empties-Line-Record.
           STRING "Txn Number: " DELIMITED BY SIZE
                  WS-Ctr-Txn-Number DELIMITED BY SIZE
               INTO Empties-Line-Record.
           WRITE Empties-Line-Record.

           PERFORM Write-One-Empties-Line-Section
               VARYING CX FROM 1 BY 1 UNTIL CX > WS-Ctr-Rows.

           MOVE WS-Ctr-Total TO WS-Disp-Ctr-Amount.
           MOVE SPACES TO Empties-Line-Record.
           IF WS-Ctr-Tender = "CCrd" THEN
               STRING "Credited To Txn " DELIMITED BY SIZE
                      WS-Ctr-Sale-Txn DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      WS-Disp-Ctr-Amount DELIMITED BY SIZE
                   INTO Empties-Line-Record
           ELSE
               STRING "Refunded In Cash: " DELIMITED BY SIZE
                      WS-Disp-Ctr-Amount DELIMITED BY SIZE
                   INTO Empties-Line-Record
           END-IF.
           WRITE Empties-Line-Record.

           CLOSE Empties-Receipt-File.

       Write-One-Empties-Line-Section SECTION. *> One code's count
           IF WS-Ctr-Codes(CX) = SPACES
                   OR WS-Ctr-Counts(CX) = 0 THEN
               EXIT SECTION
           END-IF.
           MOVE WS-Ctr-Counts(CX) TO WS-Disp-Ctr-Count.
           COMPUTE WS-Ctr-Line-Total =
               WS-Ctr-Prices(CX) * WS-Ctr-Counts(CX).
           MOVE WS-Ctr-Line-Total TO WS-Disp-Ctr-Amount.
           MOVE SPACES TO Empties-Line-Record.
           STRING WS-Ctr-Names(CX) DELIMITED BY SIZE
                  " x" DELIMITED BY SIZE
                  WS-Disp-Ctr-Count DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Ctr-Amount DELIMITED BY SIZE
               INTO Empties-Line-Record.
           WRITE Empties-Line-Record.

       Track-Drawer-Cash-Section SECTION. *> What moved through the till
      *    Only cash physically lands in the drawer - card (EFT)
      *    tenders never touch it. The "Splt" display tender survives
           MOVE "DRAWER-APPROVED" TO WS-Audit-Action.
           PERFORM Write-Audit-Section.

           EVALUATE TRUE
               WHEN WS-Drawer-Move-Is-In
                   ADD WS-Drawer-Move-Amount TO WS-Drawer-Paid-In
               WHEN WS-Drawer-Move-Is-Pickup
      *            The lifted cash goes straight into the safe - on
      *            the safe's own ledger as well as the drawer's, so
      *            both ends of the walk to the back office agree.
                   ADD WS-Drawer-Move-Amount TO WS-Drawer-Pickups
                   MOVE "P" TO SFL-Type
                   MOVE WS-Drawer-Move-Amount TO SFL-Amount
                   MOVE WS-Drawer-Move-Reason TO SFL-Reference
                   PERFORM Write-Safe-Ledger-Section
               WHEN OTHER
                   ADD WS-Drawer-Move-Amount TO WS-Drawer-Paid-Out
           END-EVALUATE.

      *    Each movement is written down the moment it happens - a
      *    paid-out with no paper trail is just missing cash.
           WRITE Drawer-Line-Record.
           CLOSE Drawer-File.

       Write-Safe-Ledger-Section SECTION. *> One movement into the safe
      *    The caller fills in the type, amount and reference
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Time.
           MOVE WS-Date TO SFL-Date.
           MOVE WS-Time TO SFL-Time.
           MOVE WS-Lane-ID TO SFL-Lane.
           MOVE WS-Cashier-ID TO SFL-Who.
           MOVE WS-Store-ID TO SFL-Store.

           OPEN EXTEND Safe-Ledger-File.
           IF WS-Safe-Ledger-Status = "35" THEN
      *        File doesn't exist yet - start it off
               OPEN OUTPUT Safe-Ledger-File
           END-IF.
           WRITE Safe-Ledger-Record.
           CLOSE Safe-Ledger-File.

       Open-Drawer-File-Section SECTION. *> Append to the slip file
           OPEN EXTEND Drawer-File.
           IF WS-Drawer-File-Status = "35" THEN
           COMPUTE WS-Drawer-Expected =
               WS-Opening-Float + WS-Drawer-Cash-In
               + WS-Drawer-Paid-In - WS-Drawer-Change-Out
               - WS-Drawer-Refund-Out - WS-Drawer-Paid-Out
               - WS-Drawer-Pickups.
           COMPUTE WS-Drawer-Over-Short =
               WS-Drawer-Counted - WS-Drawer-Expected.

           MOVE "Paid Out:        " TO Drawer-Line-Record(1:17).
           WRITE Drawer-Line-Record.

           MOVE WS-Drawer-Pickups TO WS-Disp-Drawer-Amount.
           PERFORM Write-Drawer-Figure-Section.
           MOVE "Cash Pickups:    " TO Drawer-Line-Record(1:17).
           WRITE Drawer-Line-Record.

           MOVE WS-Drawer-Expected TO WS-Disp-Drawer-Signed.
           MOVE SPACES TO Drawer-Line-Record.
           MOVE "Expected:        " TO Drawer-Line-Record(1:17).

           CLOSE Drawer-File.

      *    The counted drawer goes back to the safe - the cash and
      *    the checks each land on its ledger as they were counted.
           MOVE "C" TO SFL-Type.
           MOVE WS-Drawer-Counted TO SFL-Amount.
           MOVE "Drawer close" TO SFL-Reference.
           PERFORM Write-Safe-Ledger-Section.
           IF WS-Drawer-Checks-Counted > 0 THEN
               MOVE "H" TO SFL-Type
               MOVE WS-Drawer-Checks-Counted TO SFL-Amount
               MOVE "Drawer close checks" TO SFL-Reference
               PERFORM Write-Safe-Ledger-Section
           END-IF.

       Write-One-Currency-Line-Section SECTION. *> One currency's line
           IF WS-Curr-Taken(CU) = 0 THEN
               EXIT SECTION
      *    Training numbers come off a local counter that starts
      *    fresh each session - the shop's real sequence never moves.
           SET WS-Counter-Alloc-OK TO TRUE.
           MOVE 0 TO WS-Counter-Pair-Number.
           IF WS-Training-Mode-On THEN
               ADD 1 TO WS-Train-Txn-Counter
               MOVE WS-Train-Txn-Counter TO WS-Txn-Number
               IF WS-Counter-Draw-Pair THEN
                   ADD 1 TO WS-Train-Txn-Counter
                   MOVE WS-Train-Txn-Counter TO WS-Counter-Pair-Number
               END-IF
           ELSE
               PERFORM Draw-Real-Txn-Number-Section
           END-IF.
           MOVE "N" TO WS-Counter-Pair-Flag.

       Draw-Real-Txn-Number-Section SECTION. *> The shop's own sequence
      *    Another lane may have the counter open for the moment it
           READ Counter-File.
           ADD 1 TO CTR-Last-Txn-Number.
           MOVE CTR-Last-Txn-Number TO WS-Txn-Number.
           IF WS-Counter-Draw-Pair THEN
               ADD 1 TO CTR-Last-Txn-Number
               MOVE CTR-Last-Txn-Number TO WS-Counter-Pair-Number
           END-IF.
           REWRITE Counter-Record.
           CLOSE Counter-File.

           END-IF.

       Print-Receipt-Section SECTION. *> Print this transaction's slip
      *    Empties taken as credit post as their own "C" transaction
      *    once the sale commits - its number is drawn now, with the
      *    sale's, so a sale already paid down by the credit can
      *    never commit without the record of where it went.
           MOVE 0 TO WS-Ctr-Txn-Number.
           IF WS-Ctr-Credit > 0 AND WS-Training-Mode-Off THEN
               SET WS-Counter-Draw-Pair TO TRUE
           END-IF.
           PERFORM Get-Next-Txn-Number-Section.
           IF WS-Counter-Alloc-Failed THEN
      *        No number, no transaction - nothing has committed yet,
               SET WS-Skip-This-Receipt TO TRUE
               EXIT SECTION
           END-IF.
           MOVE WS-Counter-Pair-Number TO WS-Ctr-Txn-Number.
           PERFORM Build-Receipt-Filename-Section.

      *    Re-stamp the date/time so each receipt shows the moment it

           CLOSE Receipt-File.
           MOVE WS-Receipt-Filename TO WS-Last-Receipt-Filename.
           MOVE WS-Txn-Number TO WS-Last-Receipt-Txn.
           MOVE "N" TO WS-ERcpt-No-Paper-Flag.

      *    Everything from here down is the real books - a training
      *    sale stops at its practice slip.
      *        never costs the customer their coupon.
               PERFORM Mark-Coupon-Spent-Section

      *        ... and the rain check it honoured, marked redeemed
      *        on the same terms.
               PERFORM Mark-Rain-Check-Used-Section

      *        ... and a staff sale's spend onto the employee's
      *        yearly allowance, with its record for the manager.
               PERFORM Record-Staff-Purchase-Section

      *        ... and every price override this receipt carried,
      *        one record per event, for the daily override report.
               PERFORM Write-Override-Records-Section

      *        ... and a no-receipt return against the customer's ID,
      *        for the next one they try.
               PERFORM Write-Return-History-Section

      *        ... and the e-receipt, for a loyalty customer who has
      *        asked for their receipts by email.
               PERFORM Queue-Sale-EReceipt-Section

      *        ... and the empties taken as credit off this sale, as
      *        their own "C" transaction - last, because it draws the
      *        next number and everything above files under this one.
               IF WS-Ctr-Credit > 0 THEN
                   PERFORM Post-Container-Credit-Section
               END-IF
           END-IF.

      *    A customer who only wants the e-receipt gets no slip - the
      *    receipt file itself is still kept, as for every sale.
           IF WS-Printer-Mode-On AND NOT WS-ERcpt-No-Paper THEN
               PERFORM Send-To-Printer-Section
           END-IF.

       Queue-Sale-EReceipt-Section SECTION. *> Email it if asked to
           MOVE "N" TO WS-ERcpt-Wanted-Flag.
           OPEN INPUT EReceipt-Pref-File.
           IF WS-ERcpt-Pref-Status NOT = "00" THEN
      *        No preference file yet - nobody has asked for email
               EXIT SECTION
           END-IF.
           MOVE WS-Card-Number TO ERP-Card-Number.
           READ EReceipt-Pref-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ERP-Wants-Email AND ERP-Email NOT = SPACES THEN
                       SET WS-ERcpt-Wanted TO TRUE
                       MOVE ERP-Email TO WS-ERcpt-Email
                       IF ERP-Email-Only THEN
                           SET WS-ERcpt-No-Paper TO TRUE
                       END-IF
                   END-IF
           END-READ.
           CLOSE EReceipt-Pref-File.
           IF NOT WS-ERcpt-Wanted THEN
               EXIT SECTION
           END-IF.

           MOVE "N" TO WS-ERcpt-Kind.
           MOVE WS-Txn-Number TO WS-ERcpt-Txn.
           MOVE 0 TO WS-ERcpt-Seq.
           MOVE WS-Card-Number(13:4) TO WS-ERcpt-Card-Last4.
           PERFORM Queue-EReceipt-Section.

       Queue-Copy-EReceipt-Section SECTION. *> Reprint/void by email
      *    The caller has set the original transaction and the kind
      *    of copy. Only a receipt that went out by email in the
      *    first place gets its copy that way, to the same address.
           PERFORM Find-EReceipt-Original-Section.
           IF WS-ERcpt-Wanted THEN
               PERFORM Queue-EReceipt-Section
           END-IF.

       Find-EReceipt-Original-Section SECTION. *> Its log entry, if any
           MOVE "N" TO WS-ERcpt-Wanted-Flag.
           OPEN INPUT EReceipt-Log-File.
           IF WS-ERcpt-Log-Status NOT = "00" THEN
               EXIT SECTION
           END-IF.
           MOVE WS-ERcpt-Txn TO ERL-Txn-Number.
           MOVE 0 TO ERL-Seq.
           READ EReceipt-Log-File KEY IS ERL-Key
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ERcpt-Wanted TO TRUE
                   MOVE ERL-Email TO WS-ERcpt-Email
                   MOVE ERL-Card-Last4 TO WS-ERcpt-Card-Last4
                   MOVE ERL-Seq TO WS-ERcpt-Seq
      *            The new copy goes after the last one sent
                   MOVE "N" TO WS-ERcpt-EOF-Flag
                   PERFORM Find-Last-EReceipt-Copy-Section
                       UNTIL WS-ERcpt-EOF
           END-READ.
           CLOSE EReceipt-Log-File.
           IF WS-ERcpt-Wanted THEN
               IF WS-ERcpt-Seq < 99 THEN
                   ADD 1 TO WS-ERcpt-Seq
               ELSE
                   MOVE "N" TO WS-ERcpt-Wanted-Flag
               END-IF
           END-IF.

       Find-Last-EReceipt-Copy-Section SECTION. *> Next copy on file
           READ EReceipt-Log-File NEXT RECORD
               AT END
                   SET WS-ERcpt-EOF TO TRUE
               NOT AT END
                   IF ERL-Txn-Number NOT = WS-ERcpt-Txn THEN
                       SET WS-ERcpt-EOF TO TRUE
                   ELSE
                       MOVE ERL-Seq TO WS-ERcpt-Seq
                   END-IF
           END-READ.

       Queue-EReceipt-Section SECTION. *> Header, lines, end, logged
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ERcpt-Date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-ERcpt-Time.

           OPEN I-O EReceipt-Log-File.
           IF WS-ERcpt-Log-Status = "35" THEN
      *        E-receipt log doesn't exist yet - create it empty
               OPEN OUTPUT EReceipt-Log-File
               CLOSE EReceipt-Log-File
               OPEN I-O EReceipt-Log-File
           END-IF.
           IF WS-ERcpt-Log-Status NOT = "00" THEN
               PERFORM EReceipt-Not-Queued-Section
               EXIT SECTION
           END-IF.
           OPEN EXTEND EReceipt-Queue-File.
           IF WS-ERcpt-Queue-Status = "35" THEN
      *        Queue file doesn't exist yet - start it off
               OPEN OUTPUT EReceipt-Queue-File
           END-IF.
           IF WS-ERcpt-Queue-Status NOT = "00" THEN
               CLOSE EReceipt-Log-File
               PERFORM EReceipt-Not-Queued-Section
               EXIT SECTION
           END-IF.

           MOVE SPACES TO EReceipt-Queue-Record.
           MOVE "H" TO ERQ-Type.
           MOVE WS-ERcpt-Txn TO ERQ-Txn-Number.
           MOVE WS-ERcpt-Seq TO ERQ-Seq.
           MOVE WS-ERcpt-Kind TO ERQ-Kind.
           MOVE WS-ERcpt-Email TO ERQ-Email.
           MOVE WS-Store-Name TO ERQ-Store-Name.
           MOVE WS-Store-Address TO ERQ-Store-Address.
           MOVE WS-ERcpt-Date TO ERQ-Date.
           MOVE WS-ERcpt-Time TO ERQ-Time.
           WRITE EReceipt-Queue-Record.

      *    The body is the slip itself, line for line - the void
      *    notice for a void, the receipt file otherwise.
           MOVE 0 TO WS-ERcpt-Lines.
           MOVE "N" TO WS-ERcpt-EOF-Flag.
           IF WS-ERcpt-Kind = "V" THEN
               OPEN INPUT Void-File
               PERFORM Queue-One-Void-Line-Section
                   UNTIL WS-ERcpt-EOF
               CLOSE Void-File
           ELSE
               OPEN INPUT Receipt-In-File
               IF WS-Receipt-In-Opened-OK THEN
                   PERFORM Queue-One-Receipt-Line-Section
                       UNTIL WS-ERcpt-EOF
                   CLOSE Receipt-In-File
               END-IF
           END-IF.

           MOVE SPACES TO EReceipt-Queue-Record.
           MOVE "E" TO ERQ-Type.
           MOVE WS-ERcpt-Txn TO ERQ-Txn-Number.
           MOVE WS-ERcpt-Seq TO ERQ-Seq.
           MOVE WS-ERcpt-Lines TO ERQ-Line-Count.
           WRITE EReceipt-Queue-Record.
           CLOSE EReceipt-Queue-File.

           INITIALIZE EReceipt-Log-Record.
           MOVE WS-ERcpt-Txn TO ERL-Txn-Number.
           MOVE WS-ERcpt-Seq TO ERL-Seq.
           MOVE WS-ERcpt-Kind TO ERL-Kind.
           MOVE WS-ERcpt-Date TO ERL-Date.
           MOVE WS-ERcpt-Time TO ERL-Time.
           MOVE WS-ERcpt-Email TO ERL-Email.
           MOVE WS-ERcpt-Card-Last4 TO ERL-Card-Last4.
           IF WS-ERcpt-Kind = "V" THEN
               MOVE WS-Void-Txn-Number TO ERL-Void-Txn
           END-IF.
           MOVE WS-ERcpt-Lines TO ERL-Line-Count.
           MOVE WS-Lane-ID TO ERL-Lane.
           WRITE EReceipt-Log-Record
               INVALID KEY
      *            Already queued under this number - the gateway has
      *            it twice, which it copes with; the log keeps the
      *            first.
                   CONTINUE
           END-WRITE.
           CLOSE EReceipt-Log-File.

       Queue-One-Receipt-Line-Section SECTION. *> One slip line out
           READ Receipt-In-File
               AT END
                   SET WS-ERcpt-EOF TO TRUE
               NOT AT END
                   MOVE Receipt-In-Line-Record TO WS-Queue-Line-Text
                   PERFORM Write-Queue-Line-Section
           END-READ.

       Queue-One-Void-Line-Section SECTION. *> One void line out
           READ Void-File
               AT END
                   SET WS-ERcpt-EOF TO TRUE
               NOT AT END
                   MOVE Void-Line-Record TO WS-Queue-Line-Text
                   PERFORM Write-Queue-Line-Section
           END-READ.

       Write-Queue-Line-Section SECTION. *> An L line on the queue
           MOVE SPACES TO EReceipt-Queue-Record.
           MOVE "L" TO ERQ-Type.
           MOVE WS-ERcpt-Txn TO ERQ-Txn-Number.
           MOVE WS-ERcpt-Seq TO ERQ-Seq.
           MOVE WS-Queue-Line-Text TO ERQ-Text.
           WRITE EReceipt-Queue-Record.
           ADD 1 TO WS-ERcpt-Lines.

       EReceipt-Not-Queued-Section SECTION. *> Fall back to paper
      *    The sale is already committed - the customer gets a paper
      *    slip instead, and the log shows why.
           MOVE "N" TO WS-ERcpt-No-Paper-Flag.
           MOVE "E-Receipt Not Queued" TO WS-Error-Msg.
           MOVE 167 TO WS-Error-Code.
           PERFORM Log-Error-Section.

       Send-To-Printer-Section SECTION. *> Copy the receipt to the
      *    attached printer's spool file
           OPEN INPUT Receipt-In-File.
               PERFORM Log-Error-Section
               EXIT SECTION
           END-IF.
           MOVE "N" TO WS-Kit-Opened-Flag.
           OPEN INPUT Kit-File.
           IF WS-Kit-Status = "00" THEN
               SET WS-Kit-Opened TO TRUE
           END-IF.
           PERFORM Update-One-Stock-Section
               VARYING I FROM 1 BY 1 UNTIL I > 30.
           IF WS-Kit-Opened THEN
               CLOSE Kit-File
           END-IF.
           CLOSE Item-Master-File.

       Update-One-Stock-Section SECTION. *> Adjust one item's on-hand
      *                its sold row leaves, in one transaction.
                       MOVE WS-Line-Dirs(I) TO WS-Dir-In
                       PERFORM Resolve-Line-Dir-Section
                       PERFORM Check-Kit-Line-Section
                       IF WS-Kit-Line THEN
                           PERFORM Update-Kit-Stock-Section
                       ELSE
                           IF WS-Cur-Line-Dir = "R" THEN
                               ADD WS-Quantities(I) TO ITM-On-Hand-Qty
                           ELSE
      *                        Never drive the count negative on
      *                        an unsigned field - an oversell just
      *                        empties it
                               IF WS-Quantities(I) > ITM-On-Hand-Qty
                                       THEN
                                   MOVE 0 TO ITM-On-Hand-Qty
                               ELSE
                                   SUBTRACT WS-Quantities(I)
                                       FROM ITM-On-Hand-Qty
                               END-IF
                           END-IF
                           REWRITE Item-Master-Record
                       END-IF
               END-READ
           END-IF.

       Check-Kit-Line-Section SECTION. *> Has this code a make-up?
           MOVE "N" TO WS-Kit-Line-Flag.
           IF NOT WS-Kit-Opened THEN
               EXIT SECTION
           END-IF.
           MOVE WS-Effective-Code TO KIT-Kit-Code.
           MOVE LOW-VALUES TO KIT-Component-Code.
           START Kit-File KEY NOT < KIT-Key
               INVALID KEY
                   EXIT SECTION
           END-START.
           READ Kit-File NEXT RECORD
               AT END
                   EXIT SECTION
           END-READ.
           IF KIT-Kit-Code = WS-Effective-Code THEN
               SET WS-Kit-Line TO TRUE
           END-IF.

       Update-Kit-Stock-Section SECTION. *> A kit's stock movement
      *    The kit's own count only holds kits made up ahead on the
      *    assembly posting - a sale takes those first, and whatever
      *    it can't cover was put together from the components on
      *    the spot. A refunded kit comes apart back into its
      *    components, whichever way it was made.
           IF WS-Cur-Line-Dir = "R" THEN
               MOVE WS-Quantities(I) TO WS-Kit-Loose-Qty
           ELSE
               IF WS-Quantities(I) > ITM-On-Hand-Qty THEN
                   COMPUTE WS-Kit-Loose-Qty =
                       WS-Quantities(I) - ITM-On-Hand-Qty
                   MOVE 0 TO ITM-On-Hand-Qty
               ELSE
                   MOVE 0 TO WS-Kit-Loose-Qty
                   SUBTRACT WS-Quantities(I) FROM ITM-On-Hand-Qty
               END-IF
               REWRITE Item-Master-Record
           END-IF.
           IF WS-Kit-Loose-Qty = 0 THEN
               EXIT SECTION
           END-IF.

      *    The structure walk is still sitting on the kit's first
      *    component from the check above.
           MOVE WS-Effective-Code TO WS-Kit-Code-Held.
           MOVE "N" TO WS-Kit-EOF-Flag.
           PERFORM Move-One-Kit-Component-Section
               UNTIL WS-Kit-EOF.

       Move-One-Kit-Component-Section SECTION. *> One component moved
           COMPUTE WS-Kit-Component-Move =
               WS-Kit-Loose-Qty * KIT-Component-Qty.
           MOVE KIT-Component-Code TO ITM-Item-Code.
           READ Item-Master-File
               INVALID KEY
      *            Taken off the master since the kit was set up -
      *            nothing left to adjust for this one.
                   CONTINUE
               NOT INVALID KEY
                   IF WS-Cur-Line-Dir = "R" THEN
                       ADD WS-Kit-Component-Move TO ITM-On-Hand-Qty
                   ELSE
                       IF WS-Kit-Component-Move > ITM-On-Hand-Qty
                           THEN
                           MOVE 0 TO ITM-On-Hand-Qty
                       ELSE
                           SUBTRACT WS-Kit-Component-Move
                               FROM ITM-On-Hand-Qty
                       END-IF
                   END-IF
                   REWRITE Item-Master-Record
           END-READ.

           READ Kit-File NEXT RECORD
               AT END
                   SET WS-Kit-EOF TO TRUE
           END-READ.
           IF KIT-Kit-Code NOT = WS-Kit-Code-Held THEN
               SET WS-Kit-EOF TO TRUE
           END-IF.

       Build-Tax-Breakdown-Section SECTION. *> One line per rate used
           INITIALIZE WS-Tax-Breakdown-Lines.
           MOVE 0 TO WS-Tax-Break-Sub.
               MOVE 0 TO TJR-Void-Ref
           END-IF.
           MOVE WS-Lane-ID TO TJR-Lane.
      *    And whether a staff card rang it.
           IF WS-Staff-Sale THEN
               SET TJR-Is-Staff-Sale TO TRUE
           ELSE
               MOVE SPACE TO TJR-Staff-Flag
           END-IF.
           PERFORM Append-Txn-Journal-Section.

       Write-Tax-Journal-Section SECTION. *> The tax, category by
           IF WS-Tax-Exempt THEN
               EXIT SECTION
           END-IF.
           PERFORM Open-Tax-Journal-IO-Section.
           IF WS-Shared-Open-Failed THEN
               MOVE "Tax Journal Not Written" TO WS-Error-Msg
               MOVE 160 TO WS-Error-Code
               PERFORM Log-Error-Section
               EXIT SECTION
           END-IF.
           PERFORM Write-One-Tax-Journal-Section
               VARYING TC FROM 1 BY 1 UNTIL TC > WS-Tax-Cat-Count.
               END-IF
               MOVE WS-Tax-Cat(TC) TO TXJ-Category
               MOVE WS-Tax-Cat-Rate(TC) TO TXJ-Rate
      *        Under tax-inclusive pricing the taxable figure is
      *        what's left of the lines once their tax is taken out
               IF WS-Tax-Inclusive THEN
                   MOVE WS-Tax-Cat-Net(TC) TO TXJ-Base
               ELSE
                   MOVE WS-Tax-Cat-Base(TC) TO TXJ-Base
               END-IF
               MOVE WS-Tax-Cat-Amount(TC) TO TXJ-Tax
               WRITE Tax-Journal-Record
                   INVALID KEY
                       MOVE "Tax Journal Not Written" TO WS-Error-Msg
                       MOVE 160 TO WS-Error-Code
                       PERFORM Log-Error-Section
               END-WRITE
           END-IF.

       Append-Txn-Journal-Section SECTION. *> Add the built record
      *    Every journal record carries the store, whichever path
      *    built it - stamped here, at the one place they all pass.
           MOVE WS-Store-ID TO TJR-Store.
      *    A journal record that can't be written is logged, not
      *    allowed to stall the lane - the receipt and its copy on
      *    disk still stand, and the sequence audit will flag the
      *    number missing from the journal.
           PERFORM Open-Txn-Journal-IO-Section.
           IF WS-Shared-Open-Failed THEN
               MOVE "Journal Not Written" TO WS-Error-Msg
               MOVE 160 TO WS-Error-Code
               PERFORM Log-Error-Section
               EXIT SECTION
           END-IF.
           WRITE Txn-Journal-Record
               INVALID KEY
                   MOVE "Journal Not Written" TO WS-Error-Msg
                   MOVE 160 TO WS-Error-Code
                   PERFORM Log-Error-Section
           END-WRITE.
           CLOSE Txn-Journal-File.

       Write-Sales-Detail-Section SECTION. *> One record per line item
           PERFORM Open-Sales-Detail-IO-Section.
           IF WS-Shared-Open-Failed THEN
               MOVE "Sales Detail Not Written" TO WS-Error-Msg
               MOVE 160 TO WS-Error-Code
               PERFORM Log-Error-Section
               EXIT SECTION
           END-IF.
           PERFORM Write-One-Sales-Detail-Section
               VARYING I FROM 1 BY 1 UNTIL I > 30.
       Write-One-Sales-Detail-Section SECTION. *> One receipt line out
           IF WS-Items(I) NOT = SPACES THEN
               MOVE WS-Txn-Number TO SDT-Txn-Number
      *        Numbered by the cart row it was rung on
               SET WS-Cart-Row-Number TO I
               MOVE WS-Cart-Row-Number TO SDT-Line-Number
               MOVE WS-Date TO SDT-Date
               MOVE WS-Time TO SDT-Time
      *        The resolved code, so analysis and refund matching
               MOVE WS-Cur-Line-Dir TO SDT-Txn-Type
               MOVE WS-Store-ID TO SDT-Store
               MOVE WS-Item-Depts(I) TO SDT-Dept
               MOVE WS-Item-Associates(I) TO SDT-Associate-ID
               MOVE WS-Item-Comm-Pcts(I) TO SDT-Comm-Pct
               WRITE Sales-Detail-Record
                   INVALID KEY
                       MOVE "Sales Detail Not Written" TO WS-Error-Msg
                       MOVE 160 TO WS-Error-Code
                       PERFORM Log-Error-Section
               END-WRITE
           END-IF.

       Build-Csv-Filename-Section SECTION. *> New file once the date
