           IF BTX-Discount-Value IS NOT NUMERIC THEN
               MOVE 5 TO WS-Reject-Reason
           ELSE
           IF BTX-PIN-Hash IS NOT NUMERIC THEN
               MOVE 6 TO WS-Reject-Reason
           ELSE
           IF BTX-Tender-Type NOT = "C" AND BTX-Tender-Type NOT = "c"
                               AND CH-Failed-PIN-Count NOT < 3 THEN
                           MOVE 14 TO WS-Reject-Reason
                       ELSE
                       IF BTX-PIN-Hash NOT = CH-PIN-Hash THEN
                           MOVE 15 TO WS-Reject-Reason
                       END-IF
                       END-IF
