      *Screen for one cardholder maintenance action - enrol a new
      *cardholder, change a forgotten PIN, grant/revoke the supervisor
      *or staff flag, or deactivate/reactivate a card.
       01  SC-Card-Maint-Screen
           BACKGROUND-COLOR 7  *> White
           FOREGROUND-COLOR 0. *> Black

      *    Action label
           05 LINE 7 COL 3 VALUE "Action (A=Add, P=PIN, S=Supervisor,".
           05 LINE 8 COL 3 VALUE "        E=Staff, D=Deactivate,".
           05 LINE 8 COL PLUS 1 VALUE "R=Reactivate,".
           05 LINE 9 COL 3 VALUE "        Q=Quit): ".
      *    Action input
           05 LINE 9 COL PLUS 1 PIC X(01) USING WS-Maint-Action
           05 LINE 14 COL PLUS 1 PIC X(01)
              USING WS-Maint-Supervisor-Flag
              REVERSE-VIDEO.

      *    Staff flag label - used on an add or staff flag change
           05 LINE 15 COL 3 VALUE "Staff? (Y/N): ".
      *    Staff flag input
           05 LINE 15 COL PLUS 1 PIC X(01)
              USING WS-Maint-Employee-Flag
              REVERSE-VIDEO.
