                       FROM WS-Sto-Takings(WS-Store-Found)
                   SUBTRACT TJR-Tax
                       FROM WS-Sto-Tax(WS-Store-Found)
               WHEN "C"
      *            Empties paid back from the drawer come off the
      *            takings; taken as credit off a sale, that sale
      *            came in short by them already.
                   IF TJR-Tender = "Cash" THEN
                       ADD 1 TO WS-Sto-Txn-Count(WS-Store-Found)
                       SUBTRACT TJR-Owed
                           FROM WS-Sto-Takings(WS-Store-Found)
                   END-IF
               WHEN OTHER
      *            Voids already reconciled at the store's own EOD -
      *            the closed range shipped is the reconciled range.
