           END-IF
           IF NOT WS-CARD-REJECTED
                   AND RTC-ACCT-TYPE NOT = 'S' AND NOT = 'C'
                                     AND NOT = 'L' AND NOT = 'T'
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'INVALID ACCOUNT TYPE' TO WS-REASON-HOLD
           END-IF
