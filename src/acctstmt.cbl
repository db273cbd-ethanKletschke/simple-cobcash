                   MOVE "Payment " TO WS-Act-Type-Label
               WHEN "R"
                   MOVE "Refund  " TO WS-Act-Type-Label
               WHEN "B"
                   MOVE "Bal B/F " TO WS-Act-Type-Label
               WHEN "F"
                   MOVE "Cred B/F" TO WS-Act-Type-Label
               WHEN OTHER
                   MOVE "Activity" TO WS-Act-Type-Label
           END-EVALUATE.
