      *Lockbox posting: reads the bank's daily lockbox file
      *(LOCKBOX.DAT) - the checks house account customers mailed in -
      *and posts each one to its account the way a payment taken at
      *the till posts: the balance comes down, a "P" activity record
      *goes on ACCTHIST.DAT, the payment draws its own transaction
      *number and lands on the journal (tender "LBox", the check
      *number on the record), and its numbered slip is left on disk
      *for the sequence audit. A credit hold is released once the
      *payment brings the account back within terms. A check for an
      *account that is not on file, or is closed, goes to the
      *suspense report (LBXSUSP.TXT) for the office to chase instead
      *of being dropped; the posting report (LBXPOST.TXT) proves the
      *posted and suspense totals back to the bank's control total.
      *A batch whose own records don't add up to its trailer is
      *refused whole, and a batch already posted is never posted
      *twice (LBXDONE.DAT).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LockboxPost.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The bank's lockbox file for the day
           SELECT Lockbox-File ASSIGN TO "LOCKBOX.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Lockbox-Status.
      *    Lockbox batches already posted, one per line
           SELECT Batch-Done-File ASSIGN TO "LBXDONE.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Batch-Done-Status.
      *    House charge accounts the payments post to
           SELECT Account-File ASSIGN TO "ACCOUNTS.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACC-Account-Number
           FILE STATUS IS WS-Account-Status.
      *    House account activity - one "P" record per payment, and
      *    re-read when a held account's terms are judged
           SELECT Acct-Activity-File ASSIGN TO "ACCTHIST.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Acct-Activity-Status.
      *    The shop's transaction counter - every payment here draws
      *    a number from the same sequence as the tills
           SELECT Counter-File ASSIGN TO "TXNCTR.DAT"
           ORGANIZATION RELATIVE
           ACCESS MODE IS RANDOM
           RELATIVE KEY IS WS-Counter-Rel-Key
      *    One station at a time draws a number - the exclusive
      *    open is how this run and the lanes serialize
           SHARING WITH NO OTHER
           FILE STATUS IS WS-Counter-Status.
      *    The transaction journal, keyed by transaction number -
      *    held only for the moment a record goes on, since the
      *    lanes write to it too
           SELECT Txn-Journal-File ASSIGN TO "TXNJRNL.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TJR-Txn-Number
           ALTERNATE RECORD KEY IS TJR-Date WITH DUPLICATES
           SHARING WITH NO OTHER
           FILE STATUS IS WS-Txn-Journal-Status.
      *    Each payment's numbered slip, as the till leaves one
           SELECT Acct-Pay-Receipt-File
           ASSIGN TO WS-Acct-Pay-Filename
           ORGANIZATION LINE SEQUENTIAL.
      *    The store id comes off the branding config, for the
      *    journal records this run writes
           SELECT Store-Config-File ASSIGN TO "STORECFG.DAT"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Store-Config-Status.
      *    The posting report this program produces
           SELECT Post-Report-File ASSIGN TO "LBXPOST.TXT"
           ORGANIZATION LINE SEQUENTIAL.
      *    The suspense report - checks that could not be posted
           SELECT Suspense-Report-File ASSIGN TO "LBXSUSP.TXT"
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  Lockbox-File.
           COPY "LockboxRecord.cpy".

       FD  Batch-Done-File.
       01  Batch-Done-Record.
           05 BDN-Batch-ID PIC X(10).
           05 BDN-Batch-Date PIC X(10).
           05 BDN-Posted-Date PIC X(10).

       FD  Account-File.
           COPY "AccountRecord.cpy".

       FD  Acct-Activity-File.
           COPY "AcctActivityRecord.cpy".

       FD  Counter-File.
       01  Counter-Record.
           05 CTR-Last-Txn-Number PIC 9(10).

       FD  Txn-Journal-File.
           COPY "TxnJournalRecord.cpy".

       FD  Acct-Pay-Receipt-File.
       01  Acct-Pay-Line-Record PIC X(40).

       FD  Store-Config-File.
           COPY "StoreConfigRecord.cpy".

       FD  Post-Report-File.
       01  Post-Line-Record PIC X(90).

       FD  Suspense-Report-File.
       01  Suspense-Line-Record PIC X(90).

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Lockbox-Status PIC X(02).
           88 WS-Lockbox-OK VALUE "00".
       01  WS-Batch-Done-Status PIC X(02).
           88 WS-Batch-Done-OK VALUE "00".
       01  WS-Account-Status PIC X(02).
           88 WS-Account-OK VALUE "00".
       01  WS-Acct-Activity-Status PIC X(02).
           88 WS-Acct-Activity-OK VALUE "00".
       01  WS-Counter-Status PIC X(02).
           88 WS-Counter-OK VALUE "00".
       01  WS-Txn-Journal-Status PIC X(02).
       01  WS-Store-Config-Status PIC X(02).
           88 WS-Store-Config-OK VALUE "00".
      *"Y" once each file runs out of records
       01  WS-Lockbox-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Lockbox-EOF VALUE "Y".
       01  WS-Batch-Done-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Batch-Done-EOF VALUE "Y".
       01  WS-Activity-EOF-Flag PIC X(01) VALUE "N".
           88 WS-Activity-EOF VALUE "Y".
      *Relative key for the transaction counter
       01  WS-Counter-Rel-Key PIC 9(04) COMP VALUE 1.
      *Tries at the shared counter and journal - a lane holds them
      *for a moment while it writes its own, so this run waits its
      *turn
       01  WS-Counter-Open-Tries PIC 9(02) VALUE 0.
       01  WS-Journal-Open-Tries PIC 9(02) VALUE 0.
       01  WS-Journal-Max-Tries PIC 9(02) VALUE 10.
      *The transaction number drawn for the payment being posted
       01  WS-Txn-Number PIC 9(10) VALUE 0.
      *Which store this is, stamped on the journal records
       01  WS-Store-ID PIC X(03) VALUE "001".
      *Who the journal says took the payments
       01  WS-Lockbox-Clerk PIC X(10) VALUE "LOCKBOX".
      *Release a held account once nothing it owes is older than
      *this many days - zero releases only an account paid off
       01  WS-Terms-Days PIC 9(04) VALUE 0.
      *"Y" once the payment in hand has released its account's hold
       01  WS-Hold-Released-Flag PIC X(01) VALUE "N".
           88 WS-Hold-Released VALUE "Y".

      *What the first pass over the lockbox file found - nothing is
      *posted unless the batch adds up to its own trailer
       01  WS-Batch-Check.
           05 WS-Batch-ID PIC X(10) VALUE SPACES.
           05 WS-Batch-Date PIC X(10) VALUE SPACES.
           05 WS-Batch-Header-Flag PIC X(01) VALUE "N".
               88 WS-Batch-Has-Header VALUE "Y".
           05 WS-Batch-Trailer-Flag PIC X(01) VALUE "N".
               88 WS-Batch-Has-Trailer VALUE "Y".
           05 WS-Batch-Count PIC 9(06) VALUE 0.
           05 WS-Batch-Total PIC 9(09)V99 VALUE 0.
           05 WS-Control-Count PIC 9(06) VALUE 0.
           05 WS-Control-Total PIC 9(09)V99 VALUE 0.
      *"Y" once the batch is found on the already-posted list
       01  WS-Batch-Posted-Flag PIC X(01) VALUE "N".
           88 WS-Batch-Already-Posted VALUE "Y".

      *Why the check in hand went to suspense - spaces if it posted
       01  WS-Suspense-Reason PIC X(40) VALUE SPACES.
      *What the posting came to
       01  WS-Post-Totals.
           05 WS-Posted-Count PIC 9(06) VALUE 0.
           05 WS-Posted-Total PIC 9(09)V99 VALUE 0.
           05 WS-Suspense-Count PIC 9(06) VALUE 0.
           05 WS-Suspense-Total PIC 9(09)V99 VALUE 0.
           05 WS-Released-Count PIC 9(06) VALUE 0.
           05 WS-Proof-Total PIC 9(09)V99 VALUE 0.

      *One held account's open charges, oldest first as the history
      *reads - settled by its payments the way the aging run does
       01  WS-Open-Charges.
           05 WS-Chg-Count PIC 9(03) COMP VALUE 0.
           05 WS-Chg-Max PIC 9(03) COMP VALUE 200.
           05 WS-Chg-Entry OCCURS 200 TIMES.
               10 WS-Chg-Date PIC X(10).
               10 WS-Chg-Amount PIC S9(07)V99.
           05 CG PIC 9(03) COMP VALUE 0.
       01  WS-Credit-Pool PIC S9(08)V99 VALUE 0.
      *Date arithmetic scratch
       01  WS-Age-Work.
           05 WS-Date-Digits PIC 9(08) VALUE 0.
           05 WS-Today-Integer PIC 9(08) VALUE 0.
           05 WS-Charge-Days PIC S9(05) VALUE 0.
           05 WS-Oldest-Days PIC S9(05) VALUE 0.

      *The slip file for the payment being posted
       01  WS-Acct-Pay-Filename PIC X(40) VALUE SPACES.
      *Edited figures for the slips and reports
       01  WS-Disp-Lockbox-Fields.
           05 WS-Disp-Amount PIC $$$$,$$9.99.
           05 WS-Disp-Total PIC $$$,$$$,$$9.99.
           05 WS-Disp-Count PIC ZZZ,ZZ9.
      *Today's date and time
       01  WS-Date PIC 9999/99/99.
       01  WS-Time PIC 99/99/99.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Prove the batch, then post it
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Date.
           MOVE WS-Date(1:4) TO WS-Date-Digits(1:4).
           MOVE WS-Date(6:2) TO WS-Date-Digits(5:2).
           MOVE WS-Date(9:2) TO WS-Date-Digits(7:2).
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE(WS-Date-Digits).

      *    Which store this is - off the config, defaulting like the
      *    till does when no id has been set.
           OPEN INPUT Store-Config-File.
           IF WS-Store-Config-OK THEN
               READ Store-Config-File
                   NOT AT END
                       IF SCFG-Store-ID NOT = SPACES THEN
                           MOVE SCFG-Store-ID TO WS-Store-ID
                       END-IF
               END-READ
               CLOSE Store-Config-File
           END-IF.

           PERFORM Check-Batch-Section.

           DISPLAY "Release credit holds once nothing unpaid is "
               "older than how many days (0=only when paid off):".
           ACCEPT WS-Terms-Days.

           OPEN I-O Account-File.
           IF NOT WS-Account-OK THEN
               DISPLAY "Account file won't open (status "
                   WS-Account-Status ") - nothing posted"
               STOP RUN
           END-IF.

           OPEN OUTPUT Post-Report-File.
           OPEN OUTPUT Suspense-Report-File.
           PERFORM Print-Headings-Section.

           MOVE "N" TO WS-Lockbox-EOF-Flag.
           OPEN INPUT Lockbox-File.
           PERFORM Post-One-Record-Section
               UNTIL WS-Lockbox-EOF.
           CLOSE Lockbox-File.
           CLOSE Account-File.

           PERFORM Print-Proof-Section.
           CLOSE Post-Report-File.
           CLOSE Suspense-Report-File.

      *    The batch goes on the posted list even where checks went
      *    to suspense - those are worked by hand from the report,
      *    never by running the file again.
           OPEN EXTEND Batch-Done-File.
           IF WS-Batch-Done-Status = "35" THEN
      *        File doesn't exist yet - start it off
               OPEN OUTPUT Batch-Done-File
           END-IF.
           MOVE WS-Batch-ID TO BDN-Batch-ID.
           MOVE WS-Batch-Date TO BDN-Batch-Date.
           MOVE WS-Date TO BDN-Posted-Date.
           WRITE Batch-Done-Record.
           CLOSE Batch-Done-File.

           DISPLAY "Lockbox batch " WS-Batch-ID " - "
               WS-Posted-Count " posted, "
               WS-Suspense-Count " to suspense".
           DISPLAY "See LBXPOST.TXT and LBXSUSP.TXT".
           STOP RUN.

       Check-Batch-Section SECTION. *> Whole, new, and adding up?
           MOVE "N" TO WS-Lockbox-EOF-Flag.
           OPEN INPUT Lockbox-File.
           IF NOT WS-Lockbox-OK THEN
               DISPLAY "No lockbox file (LOCKBOX.DAT status "
                   WS-Lockbox-Status ")"
               STOP RUN
           END-IF.
           PERFORM Check-One-Record-Section
               UNTIL WS-Lockbox-EOF.
           CLOSE Lockbox-File.

           IF NOT WS-Batch-Has-Header OR NOT WS-Batch-Has-Trailer THEN
               DISPLAY "LOCKBOX.DAT has no header or no trailer - "
                   "nothing posted"
               STOP RUN
           END-IF.
      *    A file short of a check, or with one too many, would post
      *    money the bank never banked - or lose money it did.
           IF WS-Batch-Count NOT = WS-Control-Count
                   OR WS-Batch-Total NOT = WS-Control-Total THEN
               MOVE WS-Batch-Total TO WS-Disp-Total
               DISPLAY "Batch " WS-Batch-ID " holds " WS-Batch-Count
                   " checks for " WS-Disp-Total
               MOVE WS-Control-Total TO WS-Disp-Total
               DISPLAY "  the bank's control says " WS-Control-Count
                   " for " WS-Disp-Total " - nothing posted"
               STOP RUN
           END-IF.

           MOVE "N" TO WS-Batch-Done-EOF-Flag.
           OPEN INPUT Batch-Done-File.
           IF WS-Batch-Done-OK THEN
               PERFORM Check-One-Done-Batch-Section
                   UNTIL WS-Batch-Done-EOF
               CLOSE Batch-Done-File
           END-IF.
           IF WS-Batch-Already-Posted THEN
               DISPLAY "Lockbox batch " WS-Batch-ID
                   " is already posted - nothing done"
               STOP RUN
           END-IF.

       Check-One-Record-Section SECTION. *> Header, check, trailer
           READ Lockbox-File
               AT END
                   SET WS-Lockbox-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN LBX-Is-Header
                           SET WS-Batch-Has-Header TO TRUE
                           MOVE LBX-Batch-ID TO WS-Batch-ID
                           MOVE LBX-Batch-Date TO WS-Batch-Date
                       WHEN LBX-Is-Detail
                           ADD 1 TO WS-Batch-Count
                           IF LBX-Amount IS NUMERIC THEN
                               ADD LBX-Amount TO WS-Batch-Total
                           END-IF
                       WHEN LBX-Is-Trailer
                           SET WS-Batch-Has-Trailer TO TRUE
                           MOVE LBX-Control-Count TO WS-Control-Count
                           MOVE LBX-Control-Total TO WS-Control-Total
                   END-EVALUATE
           END-READ.

       Check-One-Done-Batch-Section SECTION. *> Posted before?
           READ Batch-Done-File
               AT END
                   SET WS-Batch-Done-EOF TO TRUE
               NOT AT END
                   IF BDN-Batch-ID = WS-Batch-ID
                           AND BDN-Batch-Date = WS-Batch-Date THEN
                       SET WS-Batch-Already-Posted TO TRUE
                   END-IF
           END-READ.

       Post-One-Record-Section SECTION. *> One check, posted or held
           READ Lockbox-File
               AT END
                   SET WS-Lockbox-EOF TO TRUE
                   EXIT SECTION
           END-READ.
           IF NOT LBX-Is-Detail THEN
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WS-Suspense-Reason.
           EVALUATE TRUE
               WHEN LBX-Amount IS NOT NUMERIC
                   MOVE "Amount not numeric" TO WS-Suspense-Reason
               WHEN LBX-Amount = 0
                   MOVE "Zero amount" TO WS-Suspense-Reason
               WHEN LBX-Amount > 999999.99
      *            Larger than a payment record can carry
                   MOVE "Amount too large for one payment"
                       TO WS-Suspense-Reason
               WHEN LBX-Account-Number IS NOT NUMERIC
                   MOVE "Account number not numeric"
                       TO WS-Suspense-Reason
           END-EVALUATE.
           IF WS-Suspense-Reason NOT = SPACES THEN
               PERFORM Write-Suspense-Section
               EXIT SECTION
           END-IF.

           MOVE LBX-Account-Number TO ACC-Account-Number.
           READ Account-File
               INVALID KEY
                   MOVE "Account not on file" TO WS-Suspense-Reason
                   PERFORM Write-Suspense-Section
                   EXIT SECTION
           END-READ.
           IF ACC-Is-Closed THEN
               MOVE "Account closed" TO WS-Suspense-Reason
               PERFORM Write-Suspense-Section
               EXIT SECTION
           END-IF.

      *    The account is good - draw the payment's own number before
      *    the balance moves, so a busy counter leaves it untouched.
           PERFORM Draw-Txn-Number-Section.
           IF WS-Txn-Number = 0 THEN
               MOVE "Till counter busy - key it at a till"
                   TO WS-Suspense-Reason
               PERFORM Write-Suspense-Section
               EXIT SECTION
           END-IF.

           PERFORM Post-Payment-Section.

       Post-Payment-Section SECTION. *> The validated payment
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-Time.
           SUBTRACT LBX-Amount FROM ACC-Balance.
           MOVE "N" TO WS-Hold-Released-Flag.
           IF ACC-Hold-Flag = "Y" THEN
               PERFORM Judge-Hold-Release-Section
           END-IF.
           REWRITE Account-Record.

           MOVE LBX-Account-Number TO ACT-Account-Number.
           MOVE WS-Txn-Number TO ACT-Txn-Number.
           MOVE WS-Date TO ACT-Date.
           MOVE "P" TO ACT-Type.
           MOVE LBX-Amount TO ACT-Amount.
           OPEN EXTEND Acct-Activity-File.
           IF WS-Acct-Activity-Status = "35" THEN
      *        File doesn't exist yet - start it off
               OPEN OUTPUT Acct-Activity-File
           END-IF.
           WRITE Acct-Activity-Record.
           CLOSE Acct-Activity-File.

      *    The check never passed through a drawer - its own tender
      *    keeps it out of the lanes' cash, and the check number
      *    rides on the record for the bank reconciliation.
           INITIALIZE Txn-Journal-Record.
           MOVE WS-Txn-Number TO TJR-Txn-Number.
           MOVE WS-Date TO TJR-Date.
           MOVE WS-Time TO TJR-Time.
           MOVE WS-Lockbox-Clerk TO TJR-Cashier-ID.
           MOVE "LBox" TO TJR-Tender.
           MOVE "S" TO TJR-Txn-Type.
           MOVE LBX-Amount TO TJR-Owed.
           MOVE LBX-Amount TO TJR-Paid.
           MOVE LBX-Check-Number TO TJR-Check-Number.
           MOVE "LB" TO TJR-Lane.
           PERFORM Append-Txn-Journal-Section.

           PERFORM Write-Acct-Pay-Slip-Section.

           ADD 1 TO WS-Posted-Count.
           ADD LBX-Amount TO WS-Posted-Total.
           MOVE LBX-Amount TO WS-Disp-Amount.
           MOVE SPACES TO Post-Line-Record.
           STRING LBX-Account-Number DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ACC-Name(1:20) DELIMITED BY SIZE
                  " chk " DELIMITED BY SIZE
                  LBX-Check-Number DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
                  " txn " DELIMITED BY SIZE
                  WS-Txn-Number DELIMITED BY SIZE
               INTO Post-Line-Record.
           WRITE Post-Line-Record.
           IF WS-Hold-Released THEN
               MOVE "    >> CREDIT HOLD RELEASED" TO Post-Line-Record
               WRITE Post-Line-Record
           END-IF.

       Judge-Hold-Release-Section SECTION. *> Back within terms?
      *    Paid off (or into credit) is within any terms. Otherwise
      *    the oldest charge still unpaid once the payments settle
      *    the oldest first - this one included - decides, as the
      *    aging run that set the hold decides.
           IF ACC-Balance > 0 THEN
               IF WS-Terms-Days = 0
                       OR ACC-Balance > ACC-Credit-Limit THEN
                   EXIT SECTION
               END-IF
               PERFORM Build-Open-Charges-Section
      *        The payment being posted isn't on the history yet
               ADD LBX-Amount TO WS-Credit-Pool
               PERFORM Apply-Credit-Pool-Section
                   VARYING CG FROM 1 BY 1
                   UNTIL CG > WS-Chg-Count
                      OR WS-Credit-Pool = 0
               MOVE 0 TO WS-Oldest-Days
               PERFORM Age-One-Charge-Section
                   VARYING CG FROM 1 BY 1 UNTIL CG > WS-Chg-Count
               IF WS-Oldest-Days > WS-Terms-Days THEN
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE "N" TO ACC-Hold-Flag.
           SET WS-Hold-Released TO TRUE.
           ADD 1 TO WS-Released-Count.

       Build-Open-Charges-Section SECTION. *> Charges vs payments
           MOVE 0 TO WS-Chg-Count.
           MOVE 0 TO WS-Credit-Pool.
           MOVE "N" TO WS-Activity-EOF-Flag.
           OPEN INPUT Acct-Activity-File.
           IF WS-Acct-Activity-OK THEN
               PERFORM Collect-One-Activity-Section
                   UNTIL WS-Activity-EOF
               CLOSE Acct-Activity-File
           END-IF.

       Collect-One-Activity-Section SECTION. *> One history record in
           READ Acct-Activity-File
               AT END
                   SET WS-Activity-EOF TO TRUE
               NOT AT END
                   IF ACT-Account-Number = ACC-Account-Number THEN
                       EVALUATE ACT-Type
                           WHEN "C"
                           WHEN "B"
                               IF WS-Chg-Count < WS-Chg-Max THEN
                                   ADD 1 TO WS-Chg-Count
                                   MOVE ACT-Date
                                       TO WS-Chg-Date(WS-Chg-Count)
                                   MOVE ACT-Amount
                                       TO WS-Chg-Amount(WS-Chg-Count)
                               END-IF
                           WHEN "P"
                           WHEN "R"
                           WHEN "F"
                               ADD ACT-Amount TO WS-Credit-Pool
                       END-EVALUATE
                   END-IF
           END-READ.

       Apply-Credit-Pool-Section SECTION. *> Oldest charge paid first
           IF WS-Credit-Pool >= WS-Chg-Amount(CG) THEN
               SUBTRACT WS-Chg-Amount(CG) FROM WS-Credit-Pool
               MOVE 0 TO WS-Chg-Amount(CG)
           ELSE
               SUBTRACT WS-Credit-Pool FROM WS-Chg-Amount(CG)
               MOVE 0 TO WS-Credit-Pool
           END-IF.

       Age-One-Charge-Section SECTION. *> One open charge's age
           IF WS-Chg-Amount(CG) = 0 THEN
               EXIT SECTION
           END-IF.
           IF WS-Chg-Date(CG)(1:4) IS NOT NUMERIC THEN
      *        A record from before the dates were clean ages as
      *        oldest - it can only be ancient.
               MOVE 999 TO WS-Charge-Days
           ELSE
               MOVE WS-Chg-Date(CG)(1:4) TO WS-Date-Digits(1:4)
               MOVE WS-Chg-Date(CG)(6:2) TO WS-Date-Digits(5:2)
               MOVE WS-Chg-Date(CG)(9:2) TO WS-Date-Digits(7:2)
               COMPUTE WS-Charge-Days = WS-Today-Integer
                   - FUNCTION INTEGER-OF-DATE(WS-Date-Digits)
           END-IF.
           IF WS-Charge-Days > WS-Oldest-Days THEN
               MOVE WS-Charge-Days TO WS-Oldest-Days
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

       Append-Txn-Journal-Section SECTION. *> Add the built record
           MOVE WS-Store-ID TO TJR-Store.
           MOVE 0 TO WS-Journal-Open-Tries.
           MOVE SPACES TO WS-Txn-Journal-Status.
           PERFORM Try-Open-Txn-Journal-Section
               UNTIL WS-Txn-Journal-Status = "00"
                  OR WS-Journal-Open-Tries >= WS-Journal-Max-Tries.
           IF WS-Txn-Journal-Status NOT = "00" THEN
               DISPLAY "Journal won't open (status "
                   WS-Txn-Journal-Status ") - transaction "
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

       Write-Acct-Pay-Slip-Section SECTION. *> The payment's slip
           MOVE SPACES TO WS-Acct-Pay-Filename.
           STRING "ACCTPAY" DELIMITED BY SIZE
                  WS-Txn-Number DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-Acct-Pay-Filename.
           MOVE LBX-Amount TO WS-Disp-Amount.

           OPEN OUTPUT Acct-Pay-Receipt-File.
           MOVE "========================================"
               TO Acct-Pay-Line-Record.
           WRITE Acct-Pay-Line-Record.
           MOVE SPACES TO Acct-Pay-Line-Record.
           STRING "ACCT PAYMENT   " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Time DELIMITED BY SIZE
               INTO Acct-Pay-Line-Record.
           WRITE Acct-Pay-Line-Record.
           MOVE "========================================"
               TO Acct-Pay-Line-Record.
           WRITE Acct-Pay-Line-Record.
           MOVE SPACES TO Acct-Pay-Line-Record.
           STRING "Txn Number: " DELIMITED BY SIZE
                  WS-Txn-Number DELIMITED BY SIZE
               INTO Acct-Pay-Line-Record.
           WRITE Acct-Pay-Line-Record.
           MOVE SPACES TO Acct-Pay-Line-Record.
           STRING "Amount Paid: " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
               INTO Acct-Pay-Line-Record.
           WRITE Acct-Pay-Line-Record.
           MOVE SPACES TO Acct-Pay-Line-Record.
           STRING "Lockbox check: " DELIMITED BY SIZE
                  LBX-Check-Number DELIMITED BY SIZE
               INTO Acct-Pay-Line-Record.
           WRITE Acct-Pay-Line-Record.
           MOVE SPACES TO Acct-Pay-Line-Record.
           STRING "Deposited: " DELIMITED BY SIZE
                  LBX-Deposit-Date DELIMITED BY SIZE
               INTO Acct-Pay-Line-Record.
           WRITE Acct-Pay-Line-Record.
           CLOSE Acct-Pay-Receipt-File.

       Write-Suspense-Section SECTION. *> One check held for the office
           ADD 1 TO WS-Suspense-Count.
           IF LBX-Amount IS NUMERIC THEN
               ADD LBX-Amount TO WS-Suspense-Total
               MOVE LBX-Amount TO WS-Disp-Amount
           ELSE
               MOVE 0 TO WS-Disp-Amount
           END-IF.
           MOVE SPACES TO Suspense-Line-Record.
           STRING LBX-Account-Number DELIMITED BY SIZE
                  " chk " DELIMITED BY SIZE
                  LBX-Check-Number DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Disp-Amount DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LBX-Deposit-Date DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-Suspense-Reason DELIMITED BY SIZE
               INTO Suspense-Line-Record.
           WRITE Suspense-Line-Record.

       Print-Headings-Section SECTION. *> Both reports' headings
           MOVE "=============================================="
               TO Post-Line-Record.
           WRITE Post-Line-Record.
           MOVE SPACES TO Post-Line-Record.
           STRING "Lockbox Posting   batch " DELIMITED BY SIZE
                  WS-Batch-ID DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  WS-Batch-Date DELIMITED BY SIZE
                  "  posted " DELIMITED BY SIZE
                  WS-Date DELIMITED BY SIZE
               INTO Post-Line-Record.
           WRITE Post-Line-Record.
           MOVE "=============================================="
               TO Post-Line-Record.
           WRITE Post-Line-Record.

           MOVE "=============================================="
               TO Suspense-Line-Record.
           WRITE Suspense-Line-Record.
           MOVE SPACES TO Suspense-Line-Record.
           STRING "Lockbox Suspense  batch " DELIMITED BY SIZE
                  WS-Batch-ID DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  WS-Batch-Date DELIMITED BY SIZE
               INTO Suspense-Line-Record.
           WRITE Suspense-Line-Record.
           MOVE "Checks banked but not posted - apply by hand"
               TO Suspense-Line-Record.
           WRITE Suspense-Line-Record.
           MOVE "=============================================="
               TO Suspense-Line-Record.
           WRITE Suspense-Line-Record.

       Print-Proof-Section SECTION. *> Posted + suspense = the bank
           IF WS-Suspense-Count = 0 THEN
               MOVE "  (none)" TO Suspense-Line-Record
               WRITE Suspense-Line-Record
           END-IF.
           MOVE WS-Suspense-Total TO WS-Disp-Total.
           MOVE SPACES TO Suspense-Line-Record.
           STRING "Suspense total:  " DELIMITED BY SIZE
                  WS-Disp-Total DELIMITED BY SIZE
               INTO Suspense-Line-Record.
           WRITE Suspense-Line-Record.

           MOVE SPACES TO Post-Line-Record.
           WRITE Post-Line-Record.
           MOVE WS-Posted-Count TO WS-Disp-Count.
           MOVE WS-Posted-Total TO WS-Disp-Total.
           MOVE SPACES TO Post-Line-Record.
           STRING "Posted:          " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Total DELIMITED BY SIZE
               INTO Post-Line-Record.
           WRITE Post-Line-Record.
           MOVE WS-Suspense-Count TO WS-Disp-Count.
           MOVE WS-Suspense-Total TO WS-Disp-Total.
           MOVE SPACES TO Post-Line-Record.
           STRING "To suspense:     " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Total DELIMITED BY SIZE
               INTO Post-Line-Record.
           WRITE Post-Line-Record.
           MOVE WS-Control-Count TO WS-Disp-Count.
           MOVE WS-Control-Total TO WS-Disp-Total.
           MOVE SPACES TO Post-Line-Record.
           STRING "Bank control:    " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-Disp-Total DELIMITED BY SIZE
               INTO Post-Line-Record.
           WRITE Post-Line-Record.

           COMPUTE WS-Proof-Total =
               WS-Posted-Total + WS-Suspense-Total.
           IF WS-Proof-Total = WS-Control-Total
                   AND WS-Posted-Count + WS-Suspense-Count
                       = WS-Control-Count THEN
               MOVE "RECONCILED to the bank's control total"
                   TO Post-Line-Record
           ELSE
               MOVE "*** OUT OF BALANCE with the bank's control total"
                   TO Post-Line-Record
           END-IF.
           WRITE Post-Line-Record.

           MOVE WS-Released-Count TO WS-Disp-Count.
           MOVE SPACES TO Post-Line-Record.
           STRING "Credit holds released: " DELIMITED BY SIZE
                  WS-Disp-Count DELIMITED BY SIZE
               INTO Post-Line-Record.
           WRITE Post-Line-Record.
       END PROGRAM LockboxPost.
