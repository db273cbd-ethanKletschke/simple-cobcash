      *automatically, which the till then refuses with a "see the
      *office" message instead of letting a 90-days-overdue account
      *keep charging groceries. Hold mode sets or clears the hold on
      *one account by hand, or closes it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctAging.

                   SET WS-Activity-EOF TO TRUE
               NOT AT END
                   IF ACT-Account-Number = ACC-Account-Number THEN
      *                A brought-forward charge is what a history
      *                purge left open of an older one, on its date;
      *                carried credit is what it left unspent.
                       EVALUATE ACT-Type
                           WHEN "C"
                           WHEN "B"
                               IF WS-Chg-Count < WS-Chg-Max THEN
                                   ADD 1 TO WS-Chg-Count
                                   MOVE ACT-Date
                               ADD ACT-Amount TO WS-Credit-Pool
                           WHEN "R"
                               ADD ACT-Amount TO WS-Credit-Pool
                           WHEN "F"
                               ADD ACT-Amount TO WS-Credit-Pool
                       END-EVALUATE
                   END-IF
           END-READ.
               INVALID KEY
                   DISPLAY "Account not on file"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACC-Is-Closed
                           DISPLAY "Account is CLOSED"
                       WHEN ACC-On-Hold
                           DISPLAY "Account is ON hold"
                       WHEN OTHER
                           DISPLAY "Account is not on hold"
                   END-EVALUATE
                   DISPLAY "Put on hold? (Y=hold, N=clear, "
                       "C=close account):"
                   ACCEPT WS-Hold-Answer
                   EVALUATE WS-Hold-Answer
                       WHEN "Y"
                       WHEN "y"
                           MOVE "Y" TO ACC-Hold-Flag
                           DISPLAY "Hold set"
                       WHEN "C"
                       WHEN "c"
                           MOVE "C" TO ACC-Hold-Flag
                           DISPLAY "Account closed"
                       WHEN OTHER
                           MOVE "N" TO ACC-Hold-Flag
                           DISPLAY "Hold cleared"
                   END-EVALUATE
                   REWRITE Account-Record
           END-READ.
           CLOSE Account-File.
