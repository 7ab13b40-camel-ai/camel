           EVALUATE ACCOUNT-STATUS
               WHEN 'S'
                   MOVE "SUSP  " TO WS-STATUS-WORD
               WHEN 'D'
                   MOVE "DORMNT" TO WS-STATUS-WORD
               WHEN 'C'
                   MOVE "CLOSED" TO WS-STATUS-WORD
               WHEN OTHER
