      *Maintenance for the e-receipt preferences (ERCPTPRF.DAT) - signs
      *a loyalty card up for receipts by email, changes the address or
      *the paper/e-receipt/both choice, takes it off again, and lists
      *who is on. Only a card already on the loyalty master can be
      *signed up. Console driven like the other back-office
      *utilities, run at the service desk when the customer asks.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EReceiptMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The preference file this program maintains
           SELECT EReceipt-Pref-File ASSIGN TO "ERCPTPRF.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ERP-Card-Number
           FILE STATUS IS WS-Pref-Status.
      *    The loyalty master, to check the card is a loyalty card
           SELECT Loyalty-File ASSIGN TO "LOYALTY.DAT"
           ORGANIZATION INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LOY-Card-Number
           FILE STATUS IS WS-Loyalty-Status.

       DATA DIVISION.
       FILE SECTION.
      *File description for the e-receipt preference file.
       FD  EReceipt-Pref-File.
           COPY "EReceiptPrefRecord.cpy".

      *File description for the loyalty points master file.
       FD  Loyalty-File.
           COPY "LoyaltyRecord.cpy".

       WORKING-STORAGE SECTION.
      *File statuses ("00" = OK)
       01  WS-Pref-Status PIC X(02).
           88 WS-Pref-OK VALUE "00".
       01  WS-Loyalty-Status PIC X(02).
           88 WS-Loyalty-OK VALUE "00".
      *One maintenance action, as keyed on the console.
       01  WS-Maint-Entry.
           05 WS-Maint-Action PIC X(01) VALUE "A".
               88 WS-Maint-Is-Add VALUE "A" "a".
               88 WS-Maint-Is-Change VALUE "C" "c".
               88 WS-Maint-Is-Delete VALUE "D" "d".
               88 WS-Maint-Is-List VALUE "L" "l".
               88 WS-Maint-Is-Quit VALUE "Q" "q".
           05 WS-Maint-Card-Number PIC 9(16) VALUE 0.
           05 WS-Maint-Email PIC X(60) VALUE SPACES.
           05 WS-Maint-Preference PIC X(01) VALUE SPACES.
      *"Y" when the keyed card is on the loyalty master
       01  WS-Card-Found-Flag PIC X(01) VALUE "N".
           88 WS-Card-Found VALUE "Y".
      *"Y" when the keyed address passes the basic shape check
       01  WS-Email-Valid-Flag PIC X(01) VALUE "N".
           88 WS-Email-Valid VALUE "Y".
      *Pieces of the address for the shape check - something before
      *an "@", and a dot somewhere in what follows it
       01  WS-Email-Check.
           05 WS-Email-At-Count PIC 9(02) VALUE 0.
           05 WS-Email-Space-Count PIC 9(02) VALUE 0.
           05 WS-Email-Dot-Count PIC 9(02) VALUE 0.
           05 WS-Email-Local PIC X(60) VALUE SPACES.
           05 WS-Email-Domain PIC X(60) VALUE SPACES.
           05 WS-Email-Length PIC 9(02) VALUE 0.
      *Today, stamped on each add or change
       01  WS-Today PIC 9999/99/99.
      *"Y" once the listing walk runs out of records
       01  WS-List-EOF-Flag PIC X(01) VALUE "N".
           88 WS-List-EOF VALUE "Y".
      *The preference, spelled out for the listing
       01  WS-Disp-Preference PIC X(12) VALUE SPACES.
       01  WS-List-Count PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       INITIALISATION SECTION. *> Loop maintenance actions until quit
           OPEN I-O EReceipt-Pref-File.
           IF WS-Pref-Status = "35" THEN
      *        Preference file doesn't exist yet - create it empty,
      *        the same way the till starts off its own master files.
               OPEN OUTPUT EReceipt-Pref-File
               CLOSE EReceipt-Pref-File
               OPEN I-O EReceipt-Pref-File
           END-IF.
           IF NOT WS-Pref-OK THEN
               DISPLAY "E-receipt preferences won't open (status "
                   WS-Pref-Status ")"
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.
           PERFORM Maintenance-Action-Section
               UNTIL WS-Maint-Is-Quit.

           CLOSE EReceipt-Pref-File.
           STOP RUN.

       Maintenance-Action-Section SECTION. *> One add/change/delete
           DISPLAY " ".
           DISPLAY "E-Receipt Preferences - Action "
               "(A=Add, C=Change, D=Delete, L=List, Q=Quit):".
           ACCEPT WS-Maint-Action.

           EVALUATE TRUE
               WHEN WS-Maint-Is-Quit
                   CONTINUE
               WHEN WS-Maint-Is-List
                   PERFORM List-Prefs-Section
               WHEN WS-Maint-Is-Add
                   PERFORM Add-Pref-Section
               WHEN WS-Maint-Is-Change
                   PERFORM Change-Pref-Section
               WHEN WS-Maint-Is-Delete
                   PERFORM Delete-Pref-Section
               WHEN OTHER
                   DISPLAY "Unknown action"
           END-EVALUATE.

       Ask-Card-Number-Section SECTION. *> The card being worked on
           MOVE 0 TO WS-Maint-Card-Number.
           DISPLAY "Loyalty card number:".
           ACCEPT WS-Maint-Card-Number.

       Ask-Email-Section SECTION. *> Address, checked for shape
           MOVE SPACES TO WS-Maint-Email.
           ACCEPT WS-Maint-Email.
           PERFORM Check-Email-Section.

       Ask-Preference-Section SECTION. *> P, E, or B
           DISPLAY "Receipts by (P=Paper, E=E-receipt only, "
               "B=Both):".
           MOVE SPACES TO WS-Maint-Preference.
           ACCEPT WS-Maint-Preference.
           MOVE FUNCTION UPPER-CASE(WS-Maint-Preference)
               TO WS-Maint-Preference.

       Add-Pref-Section SECTION. *> Sign a loyalty card up
           PERFORM Ask-Card-Number-Section.
           PERFORM Check-Loyalty-Card-Section.
           IF NOT WS-Card-Found THEN
               DISPLAY "Card is not on the loyalty master"
               EXIT SECTION
           END-IF.
           DISPLAY "Email address:".
           PERFORM Ask-Email-Section.
           IF NOT WS-Email-Valid THEN
               DISPLAY "That is not an email address"
               EXIT SECTION
           END-IF.
           PERFORM Ask-Preference-Section.
           IF WS-Maint-Preference = SPACES THEN
               MOVE "B" TO WS-Maint-Preference
           END-IF.

           MOVE WS-Maint-Card-Number TO ERP-Card-Number.
           MOVE WS-Maint-Email TO ERP-Email.
           MOVE WS-Maint-Preference TO ERP-Preference.
           IF NOT ERP-Preference-Valid THEN
               DISPLAY "Preference must be P, E, or B"
               EXIT SECTION
           END-IF.
           MOVE WS-Today TO ERP-Updated-Date.
           WRITE EReceipt-Pref-Record
               INVALID KEY
                   DISPLAY "Card already signed up - use Change"
               NOT INVALID KEY
                   DISPLAY "E-receipt preference added"
           END-WRITE.

       Change-Pref-Section SECTION. *> New address or preference
           PERFORM Ask-Card-Number-Section.
           MOVE WS-Maint-Card-Number TO ERP-Card-Number.
           READ EReceipt-Pref-File
               INVALID KEY
                   DISPLAY "Card not signed up for e-receipts"
                   EXIT SECTION
           END-READ.

           DISPLAY "Email (blank leaves " FUNCTION TRIM(ERP-Email)
               "):".
           PERFORM Ask-Email-Section.
           IF WS-Maint-Email NOT = SPACES THEN
               IF NOT WS-Email-Valid THEN
                   DISPLAY "That is not an email address"
                   EXIT SECTION
               END-IF
               MOVE WS-Maint-Email TO ERP-Email
           END-IF.
           DISPLAY "Now " ERP-Preference " - blank leaves it.".
           PERFORM Ask-Preference-Section.
           IF WS-Maint-Preference NOT = SPACES THEN
               MOVE WS-Maint-Preference TO ERP-Preference
               IF NOT ERP-Preference-Valid THEN
                   DISPLAY "Preference must be P, E, or B"
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE WS-Today TO ERP-Updated-Date.
           REWRITE EReceipt-Pref-Record.
           DISPLAY "E-receipt preference changed".

       Delete-Pref-Section SECTION. *> Back to paper, no address held
           PERFORM Ask-Card-Number-Section.
           MOVE WS-Maint-Card-Number TO ERP-Card-Number.
           READ EReceipt-Pref-File
               INVALID KEY
                   DISPLAY "Card not signed up for e-receipts"
               NOT INVALID KEY
                   DELETE EReceipt-Pref-File
                   DISPLAY "E-receipt preference deleted - the "
                       "address is no longer held"
           END-READ.

       Check-Loyalty-Card-Section SECTION. *> Is it a loyalty card?
           MOVE "N" TO WS-Card-Found-Flag.
           OPEN INPUT Loyalty-File.
           IF NOT WS-Loyalty-OK THEN
               EXIT SECTION
           END-IF.
           MOVE WS-Maint-Card-Number TO LOY-Card-Number.
           READ Loyalty-File
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-Card-Found TO TRUE
           END-READ.
           CLOSE Loyalty-File.

       Check-Email-Section SECTION. *> Name, "@", domain with a dot
           MOVE "N" TO WS-Email-Valid-Flag.
           IF WS-Maint-Email = SPACES THEN
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-Email-At-Count.
           MOVE 0 TO WS-Email-Space-Count.
           MOVE 0 TO WS-Email-Dot-Count.
           INSPECT WS-Maint-Email TALLYING WS-Email-At-Count
               FOR ALL "@".
           IF WS-Email-At-Count NOT = 1 THEN
               EXIT SECTION
           END-IF.
      *    No spaces inside the address itself
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-Maint-Email))
               TO WS-Email-Length.
           INSPECT WS-Maint-Email(1:WS-Email-Length)
               TALLYING WS-Email-Space-Count FOR ALL SPACE.
           IF WS-Email-Space-Count > 0
                   OR WS-Maint-Email(1:1) = SPACE THEN
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-Email-Local.
           MOVE SPACES TO WS-Email-Domain.
           UNSTRING WS-Maint-Email DELIMITED BY "@"
               INTO WS-Email-Local WS-Email-Domain.
           IF WS-Email-Local = SPACES OR WS-Email-Domain = SPACES THEN
               EXIT SECTION
           END-IF.
           INSPECT WS-Email-Domain TALLYING WS-Email-Dot-Count
               FOR ALL ".".
           IF WS-Email-Dot-Count = 0
                   OR WS-Email-Domain(1:1) = "." THEN
               EXIT SECTION
           END-IF.
           SET WS-Email-Valid TO TRUE.

       List-Prefs-Section SECTION. *> Everyone signed up
           MOVE "N" TO WS-List-EOF-Flag.
           MOVE 0 TO WS-List-Count.
           MOVE LOW-VALUES TO ERP-Card-Number.
           START EReceipt-Pref-File KEY NOT < ERP-Card-Number
               INVALID KEY
                   SET WS-List-EOF TO TRUE
           END-START.
           PERFORM List-One-Pref-Section
               UNTIL WS-List-EOF.
           DISPLAY WS-List-Count " card(s) signed up".

       List-One-Pref-Section SECTION. *> One card shown
           READ EReceipt-Pref-File NEXT RECORD
               AT END
                   SET WS-List-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-List-Count
                   EVALUATE TRUE
                       WHEN ERP-Paper-Only
                           MOVE "Paper only" TO WS-Disp-Preference
                       WHEN ERP-Email-Only
                           MOVE "Email only" TO WS-Disp-Preference
                       WHEN OTHER
                           MOVE "Paper+email" TO WS-Disp-Preference
                   END-EVALUATE
                   DISPLAY "************" ERP-Card-Number(13:4) " "
                       WS-Disp-Preference " " ERP-Updated-Date " "
                       FUNCTION TRIM(ERP-Email)
           END-READ.

       END PROGRAM EReceiptMaint.
