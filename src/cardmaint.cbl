      *Supervisor-only maintenance for the cardholder master file
      *(CARDHOLD.DAT) - enrols new cardholders, changes a forgotten
      *PIN, grants/revokes the supervisor and staff flags, and
      *deactivates or reactivates a card, instead of waiting days for
      *head office to mail a rebuilt file. The supervisor's own card
      *and PIN are validated before any change is accepted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CardMaint.

       01  WS-Maint-Sign-On.
           05 WS-Supervisor-Card-Number PIC 9(16) VALUE 0.
           05 WS-Supervisor-PIN PIC 9(05) VALUE 0.
      *    The keyed PIN in its protected form, to match the card
           05 WS-Supervisor-PIN-Hash PIC X(20) VALUE SPACES.
      *One maintenance action, as keyed on the maintenance screen.
       01  WS-Maint-Entry.
           05 WS-Maint-Action PIC X(01) VALUE "A".
               88 WS-Maint-Is-Add VALUE "A" "a".
               88 WS-Maint-Is-Pin-Change VALUE "P" "p".
               88 WS-Maint-Is-Super-Change VALUE "S" "s".
               88 WS-Maint-Is-Staff-Change VALUE "E" "e".
               88 WS-Maint-Is-Deactivate VALUE "D" "d".
               88 WS-Maint-Is-Reactivate VALUE "R" "r".
               88 WS-Maint-Is-Quit VALUE "Q" "q".
           05 WS-Maint-Holder-Name PIC X(45) VALUE SPACES.
           05 WS-Maint-New-PIN PIC 9(05) VALUE 0.
           05 WS-Maint-Supervisor-Flag PIC X(01) VALUE "N".
      *    Whether the card is a member of staff's - staff cards take
      *    the staff purchase discount at the till
           05 WS-Maint-Employee-Flag PIC X(01) VALUE "N".
               88 WS-Maint-Employee-Yes VALUE "Y" "y".
      *    Outcome message shown back on the maintenance screen
           05 WS-Maint-Message PIC X(40) VALUE SPACES.

           STOP RUN.

       Validate-Supervisor-Section SECTION. *> MAINT permission only
           CALL "PinHash" USING WS-Supervisor-Card-Number
               WS-Supervisor-PIN WS-Supervisor-PIN-Hash.
           MOVE WS-Supervisor-Card-Number TO CH-Card-Number.
           READ Cardholder-File
               INVALID KEY
                   STOP RUN
               NOT INVALID KEY
                   IF CH-Not-Active
                           OR CH-PIN-Hash NOT = WS-Supervisor-PIN-Hash
                               THEN
                       DISPLAY "Supervisor Sign-On Denied"
                       STOP RUN
                   END-IF
                           PERFORM Change-PIN-Section
                       WHEN WS-Maint-Is-Super-Change
                           PERFORM Change-Supervisor-Flag-Section
                       WHEN WS-Maint-Is-Staff-Change
                           PERFORM Change-Employee-Flag-Section
                       WHEN WS-Maint-Is-Deactivate
                           PERFORM Deactivate-Card-Section
                       WHEN WS-Maint-Is-Reactivate
               MOVE "New PIN is required" TO WS-Maint-Message
           ELSE
               MOVE WS-Maint-Card-Number TO CH-Card-Number
               CALL "PinHash" USING CH-Card-Number WS-Maint-New-PIN
                   CH-PIN-Hash
               MOVE WS-Maint-Holder-Name TO CH-Holder-Name
               IF WS-Maint-Supervisor-Flag = "Y"
                       OR WS-Maint-Supervisor-Flag = "y" THEN
               ELSE
                   SET CH-Not-Supervisor TO TRUE
               END-IF
               IF WS-Maint-Employee-Yes THEN
                   SET CH-Is-Employee TO TRUE
               ELSE
                   SET CH-Not-Employee TO TRUE
               END-IF
      *        A new card starts with none of the staff allowance used
               MOVE 0 TO CH-Staff-Year
               MOVE 0 TO CH-Staff-Spend
               SET CH-Is-Active TO TRUE
               MOVE 0 TO CH-Failed-PIN-Count
               WRITE Cardholder-Record
                   INVALID KEY
                       MOVE "Card not on file" TO WS-Maint-Message
                   NOT INVALID KEY
                       CALL "PinHash" USING CH-Card-Number
                           WS-Maint-New-PIN CH-PIN-Hash
      *                A fresh PIN also clears any lockout the old,
      *                forgotten one racked up at the till.
                       MOVE 0 TO CH-Failed-PIN-Count
                   REWRITE Cardholder-Record
           END-READ.

       Change-Employee-Flag-Section SECTION. *> Grant/revoke staff
           MOVE WS-Maint-Card-Number TO CH-Card-Number.
           READ Cardholder-File
               INVALID KEY
                   MOVE "Card not on file" TO WS-Maint-Message
               NOT INVALID KEY
      *            The year's spend so far stays on the card, so a
      *            revoke-and-regrant can't reset the allowance.
                   IF WS-Maint-Employee-Yes THEN
                       SET CH-Is-Employee TO TRUE
                       MOVE "Staff flag granted" TO WS-Maint-Message
                   ELSE
                       SET CH-Not-Employee TO TRUE
                       MOVE "Staff flag revoked" TO WS-Maint-Message
                   END-IF
                   REWRITE Cardholder-Record
           END-READ.

       Deactivate-Card-Section SECTION. *> Refuse this card at the till
           MOVE WS-Maint-Card-Number TO CH-Card-Number.
           READ Cardholder-File
