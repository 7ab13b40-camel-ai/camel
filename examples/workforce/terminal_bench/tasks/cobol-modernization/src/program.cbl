       01 WS-VALID-OWNER      PIC X VALUE 'N'.
       01 WS-FUNDS-OK         PIC X VALUE 'N'.
       01 WS-PRICE-OK         PIC X VALUE 'N'.
       01 WS-LIMIT-OK         PIC X VALUE 'N'.
       01 WS-EOF              PIC X VALUE 'N'.
       01 WS-INPUT-EOF        PIC X VALUE 'N'.
       01 WS-RECORDS-READ     PIC 9(6) VALUE ZERO.
       01 WS-HOLDS-EOF        PIC X VALUE 'N'.
       01 WS-OTHER-HELD-TOTAL PIC 9(12)V99 VALUE ZERO.
       01 WS-OWN-HOLD-SEEN    PIC X VALUE 'N'.
       01 WS-OTHER-HELD-TODAY PIC 9(12)V99 VALUE ZERO.
       01 WS-DAY-BUY-LIMIT    PIC 9(10)V99 VALUE ZERO.
       01 WS-BOUGHT-TODAY     PIC 9(12)V99 VALUE ZERO.
       01 WS-HOLD-SETTLED     PIC X VALUE 'N'.
       01 WS-HOLD-DISPOSAL    PIC X VALUE SPACE.

           MOVE 'N' TO WS-VALID-OWNER
           MOVE 'N' TO WS-FUNDS-OK
           MOVE 'N' TO WS-PRICE-OK
           MOVE 'N' TO WS-LIMIT-OK

           PERFORM VALIDATE-USERS-AND-BOOK

              AND WS-VALID-OWNER = 'Y'
              AND WS-FUNDS-OK = 'Y'
              AND WS-PRICE-OK = 'Y'
              AND WS-LIMIT-OK = 'Y'
              MOVE 'Y' TO WS-RESTART-INFLIGHT
              MOVE ZERO TO WS-RESTART-STAGE
              PERFORM WRITE-TXN-CHECKPOINT

      * A transfer is validated the way a trade is - both members on
      * file and active, the book on file, the donor its recorded
      * owner - but no cash moves, so the funds, price and daily
      * limit tests do not apply and are passed outright. The
      * recipient takes the buyer side and the donor the seller side
      * everywhere below, and the ledger row posts with zero amount
      * and zero fee, which is what marks it as a transfer to every
      * ledger reader.
       PROCESS-TRANSFER-RECORD.
           MOVE 'Y' TO WS-XFER-FLAG
           MOVE XF-TO-ID TO WS-BUYER-ID
           PERFORM VALIDATE-USERS-AND-BOOK
           MOVE 'Y' TO WS-FUNDS-OK
           MOVE 'Y' TO WS-PRICE-OK
           MOVE 'Y' TO WS-LIMIT-OK

           IF WS-BUYER-FOUND = 'Y' AND WS-SELLER-FOUND = 'Y'
              AND WS-BUYER-ACTIVE = 'Y'
                   MOVE 'N' TO WS-BUYER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BUYER-FOUND
      * A record whose status byte is not suspended, dormant or closed
      * trades as active, so accounts loaded before the status byte
      * was carried keep trading.
                   IF ACCOUNT-STATUS NOT = 'S'
                      AND ACCOUNT-STATUS NOT = 'C'
                      AND ACCOUNT-STATUS NOT = 'D'
                       MOVE 'Y' TO WS-BUYER-ACTIVE
                   END-IF
      * The buyer's balance must cover this trade on top of every
                      WS-AMOUNT + WS-OTHER-HELD-TOTAL
                       MOVE 'Y' TO WS-FUNDS-OK
                   END-IF
                   MOVE ZERO TO WS-DAY-BUY-LIMIT
                   IF ACCOUNT-DAY-BUY-LIMIT IS NUMERIC
                       MOVE ACCOUNT-DAY-BUY-LIMIT TO WS-DAY-BUY-LIMIT
                   END-IF
           END-READ
      * The daily purchase limit counts what the buyer has already
      * bought today - every purchase posted to the ledger today,
      * this run's included - plus every other hold reserved today,
      * on top of this trade. A zero limit (or one never set) means
      * no limit.
           MOVE 'Y' TO WS-LIMIT-OK
           IF WS-BUYER-FOUND = 'Y' AND WS-DAY-BUY-LIMIT > ZERO
               PERFORM SUM-BUYER-PURCHASES-TODAY
               IF WS-BOUGHT-TODAY + WS-OTHER-HELD-TODAY + WS-AMOUNT
                  > WS-DAY-BUY-LIMIT
                   MOVE 'N' TO WS-LIMIT-OK
               END-IF
           END-IF

           MOVE WS-SELLER-ID TO ACCOUNT-ID
           READ ACCOUNTS-FILE
                   MOVE 'Y' TO WS-SELLER-FOUND
                   IF ACCOUNT-STATUS NOT = 'S'
                      AND ACCOUNT-STATUS NOT = 'C'
                      AND ACCOUNT-STATUS NOT = 'D'
                       MOVE 'Y' TO WS-SELLER-ACTIVE
                   END-IF
           END-READ
                   MOVE 06 TO WS-REJECT-CODE
                   MOVE "Amount does not match price"
                      TO WS-REJECT-TEXT
               WHEN WS-LIMIT-OK = 'N'
                   MOVE 09 TO WS-REJECT-CODE
                   MOVE "Daily purchase limit exceeded"
                      TO WS-REJECT-TEXT
               WHEN OTHER
                   MOVE 99 TO WS-REJECT-CODE
                   MOVE "Unknown validation failure"

       SUM-OTHER-HOLDS.
           MOVE ZERO TO WS-OTHER-HELD-TOTAL
           MOVE ZERO TO WS-OTHER-HELD-TODAY
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 'N' TO WS-OWN-HOLD-SEEN
           MOVE 'N' TO WS-HOLDS-EOF
           OPEN INPUT HOLDS-FILE
                   MOVE 'Y' TO WS-OWN-HOLD-SEEN
               ELSE
                   ADD HOLD-AMOUNT TO WS-OTHER-HELD-TOTAL
                   IF HOLD-DATE = WS-TODAY
                       ADD HOLD-AMOUNT TO WS-OTHER-HELD-TODAY
                   END-IF
               END-IF
           END-IF.

       SUM-BUYER-PURCHASES-TODAY.
           MOVE ZERO TO WS-BOUGHT-TODAY
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANSACTIONS-FILE
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANSACTIONS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TRANS-BUYER = WS-BUYER-ID
                              AND TRANS-DATE = WS-TODAY
                              AND TRANS-BOOK (1:1) NOT = '*'
                              AND TRANS-AMOUNT > ZERO
                               ADD TRANS-AMOUNT TO WS-BOUGHT-TODAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTIONS-FILE
           END-IF.
