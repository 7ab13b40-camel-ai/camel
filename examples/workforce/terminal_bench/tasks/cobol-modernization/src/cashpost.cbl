       01 WS-ACCOUNT-ACTIVE   PIC X VALUE 'N'.
       01 WS-FUNDS-OK         PIC X VALUE 'N'.
       01 WS-TYPE-OK          PIC X VALUE 'N'.
       01 WS-LIMIT-OK         PIC X VALUE 'N'.
       01 WS-REJECT-CODE      PIC 9(2) VALUE ZERO.
       01 WS-REJECT-TEXT      PIC X(30) VALUE SPACES.
       01 WS-RECORDS-READ     PIC 9(6) VALUE ZERO.
       01 WS-HOLDS-STATUS     PIC XX VALUE SPACES.
       01 WS-HOLDS-EOF        PIC X VALUE 'N'.
       01 WS-HELD-TOTAL       PIC 9(12)V99 VALUE ZERO.
       01 WS-DAY-WDR-LIMIT    PIC 9(10)V99 VALUE ZERO.
       01 WS-WITHDRAWN-TODAY  PIC 9(12)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE 'N' TO WS-ACCOUNT-ACTIVE
           MOVE 'N' TO WS-FUNDS-OK
           MOVE 'N' TO WS-TYPE-OK
           MOVE 'N' TO WS-LIMIT-OK
           PERFORM VALIDATE-MOVEMENT

           IF WS-TYPE-OK = 'Y' AND WS-ACCOUNT-FOUND = 'Y'
              AND WS-ACCOUNT-ACTIVE = 'Y'
              AND WS-FUNDS-OK = 'Y'
              AND WS-LIMIT-OK = 'Y'
               MOVE 'Y' TO WS-RESTART-INFLIGHT
               MOVE ZERO TO WS-RESTART-STAGE
               PERFORM WRITE-MOVE-CHECKPOINT
                       MOVE 'Y' TO WS-ACCOUNT-FOUND
                       IF ACCOUNT-STATUS NOT = 'S'
                          AND ACCOUNT-STATUS NOT = 'C'
                          AND ACCOUNT-STATUS NOT = 'D'
                           MOVE 'Y' TO WS-ACCOUNT-ACTIVE
                       END-IF
      * A withdrawal may only draw what the matched-but-unposted
                       ELSE
                           MOVE 'Y' TO WS-FUNDS-OK
                       END-IF
                       MOVE ZERO TO WS-DAY-WDR-LIMIT
                       IF ACCOUNT-DAY-WDR-LIMIT IS NUMERIC
                           MOVE ACCOUNT-DAY-WDR-LIMIT
                              TO WS-DAY-WDR-LIMIT
                       END-IF
               END-READ
               CLOSE ACCOUNTS-FILE
           END-IF
      * A withdrawal must also fit the account's daily withdrawal
      * limit, counting every withdrawal already posted to the ledger
      * today - this batch's earlier ones included - on top of this
      * one. Deposits are never limited, and a zero limit (or one
      * never set) means no limit.
           MOVE 'Y' TO WS-LIMIT-OK
           IF WS-MOVE-TYPE = 'W' AND WS-ACCOUNT-FOUND = 'Y'
              AND WS-DAY-WDR-LIMIT > ZERO
               PERFORM SUM-WITHDRAWN-TODAY
               IF WS-WITHDRAWN-TODAY + WS-AMOUNT > WS-DAY-WDR-LIMIT
                   MOVE 'N' TO WS-LIMIT-OK
               END-IF
           END-IF.

       SUM-WITHDRAWN-TODAY.
           MOVE ZERO TO WS-WITHDRAWN-TODAY
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANSACTIONS-FILE
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANSACTIONS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TRANS-BOOK = WS-WITHDRAW-MARKER
                              AND TRANS-BUYER = WS-ACCOUNT-ID
                              AND TRANS-DATE = WS-TODAY
                               ADD TRANS-AMOUNT TO WS-WITHDRAWN-TODAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTIONS-FILE
           END-IF.

       SUM-OPEN-HOLDS.
               WHEN WS-FUNDS-OK = 'N'
                   MOVE 12 TO WS-REJECT-CODE
                   MOVE "Withdrawal would overdraw" TO WS-REJECT-TEXT
               WHEN WS-LIMIT-OK = 'N'
                   MOVE 15 TO WS-REJECT-CODE
                   MOVE "Withdrawal over daily limit"
                      TO WS-REJECT-TEXT
               WHEN OTHER
                   MOVE 99 TO WS-REJECT-CODE
                   MOVE "Unknown validation failure"
