       01  WS-Maint-Sign-On.
           05 WS-Supervisor-Card-Number PIC 9(16) VALUE 0.
           05 WS-Supervisor-PIN PIC 9(05) VALUE 0.
      *    The keyed PIN in its protected form, to match the card
           05 WS-Supervisor-PIN-Hash PIC X(20) VALUE SPACES.
      *    Sign-on card masked to its last four digits for the audit
      *    trail - the full number never reaches the file.
           05 WS-Masked-Card-Number PIC X(16) VALUE SPACES.
           STOP RUN.

       Validate-Sign-On-Section SECTION. *> MAINT permission required
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
                       DISPLAY "Sign-On Denied"
                       STOP RUN
                   END-IF
