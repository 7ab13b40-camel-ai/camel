               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BATCHLOG-STATUS.
           SELECT TRANSACTIONS-FILE ASSIGN TO "data/TRANSACTIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT MATCHED-BOOKS-FILE ASSIGN TO "data/MTBOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-BOOK-ID
               FILE STATUS IS WS-MTBOOKS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 HOLD-RECORD.
           COPY HOLDREC.

      * Every copy matched so far in this pass, keyed by book so a
      * later order can see at once that the copy is spoken for.
       FD MATCHED-BOOKS-FILE.
       01 MATCHED-BOOK-RECORD.
           05 MB-BOOK-ID       PIC X(4).

       FD BATCHLOG-FILE.
       01 BATCHLOG-RECORD.
           05 LOG-BATCH-ID     PIC X(8).
           05 LOG-DATE         PIC 9(8).

       FD TRANSACTIONS-FILE.
       01 TRANSACTION-RECORD.
           COPY TRANREC.

       WORKING-STORAGE SECTION.
       01 WS-ORDERS-EOF       PIC X VALUE 'N'.
       01 WS-ORDBOOK-EOF      PIC X VALUE 'N'.
       01 WS-ORDER-TITLE      PIC X(20).
       01 WS-ORDER-LIMIT      PIC 9(10)V99.
       01 WS-BUYER-FOUND      PIC X VALUE 'N'.
       01 WS-BUYER-ON-HOLD    PIC X VALUE 'N'.
       01 WS-SELLER-OK        PIC X VALUE 'N'.
       01 WS-BOOK-FOUND       PIC X VALUE 'N'.
       01 WS-LISTED-OK        PIC X VALUE 'N'.
       01 WS-PRICE-OK         PIC X VALUE 'N'.
       01 WS-ORDERS-REJECTED  PIC 9(6) VALUE ZERO.
       01 WS-ORDERS-EXPIRED   PIC 9(6) VALUE ZERO.
       01 WS-ORDERS-CARRIED   PIC 9(6) VALUE ZERO.
       01 WS-MTBOOKS-STATUS   PIC XX VALUE SPACES.
       01 WS-TODAY            PIC 9(8) VALUE ZERO.
       01 WS-BATCH-ID         PIC X(8) VALUE SPACES.
       01 WS-BATCH-HASH       PIC 9(12)V99 VALUE ZERO.
       01 WS-RB-TITLE-OK      PIC X VALUE 'N'.
       01 WS-HOLD-RELEASED    PIC X VALUE 'N'.
       01 WS-ORDER-RESET      PIC X VALUE 'N'.
       01 WS-TRANS-STATUS     PIC XX VALUE SPACES.
       01 WS-TRANS-EOF        PIC X VALUE 'N'.
       01 WS-DAY-LIMIT        PIC 9(10)V99 VALUE ZERO.
       01 WS-DAY-SPENT        PIC 9(12)V99 VALUE ZERO.
       01 WS-DAY-ROOM         PIC 9(12)V99 VALUE ZERO.
       01 WS-LIMIT-OK         PIC X VALUE 'N'.
       01 WS-OVER-FOUND       PIC X VALUE 'N'.
       01 WS-OVER-BOOK-ID     PIC X(4) VALUE SPACES.
       01 WS-OVER-SELLER-ID   PIC X(4) VALUE SPACES.
       01 WS-OVER-PRICE       PIC 9(10)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "MT" TO WS-BATCH-ID (1:2)
           MOVE WS-TODAY (5:4) TO WS-BATCH-ID (3:4)
           MOVE WS-BATCH-SEQ TO WS-BATCH-ID (7:2)
           PERFORM OPEN-MATCHED-BOOKS
           OPEN OUTPUT MATCHED-FILE
           IF WS-MATCHED-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open MATCHED.DAT for "

           PERFORM LOAD-NEW-ORDERS
           PERFORM PROCESS-ORDER-BOOK
           CLOSE MATCHED-BOOKS-FILE

           MOVE "*TRL" TO BT-TAG
           MOVE WS-ORDERS-MATCHED TO BT-COUNT
      * stream halts at the failed step.
           GOBACK.

      * Each pass starts with an empty matched-books file: a copy
      * matched by an earlier pass has either posted, and left the
      * listing, or been rolled back and is free to match again.
       OPEN-MATCHED-BOOKS.
           OPEN OUTPUT MATCHED-BOOKS-FILE
           IF WS-MTBOOKS-STATUS = "00"
               CLOSE MATCHED-BOOKS-FILE
               OPEN I-O MATCHED-BOOKS-FILE
           END-IF
           IF WS-MTBOOKS-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open MTBOOKS.DAT, "
                  "status " WS-MTBOOKS-STATUS " - nothing matched ***"
               STOP RUN
           END-IF.

      * The batch left by the last pass is examined before anything
      * is truncated. A complete batch (header and trailer both
      * present) that is not yet on the batch log has not posted:
           MOVE OBK-LIMIT TO WS-ORDER-LIMIT

           MOVE 'N' TO WS-BUYER-FOUND
           MOVE 'N' TO WS-BUYER-ON-HOLD
           MOVE 'N' TO WS-BOOK-FOUND
           MOVE 'N' TO WS-LISTED-OK
           MOVE 'N' TO WS-PRICE-OK
           MOVE 'N' TO WS-ANY-OWNER
           MOVE 'N' TO WS-MATCH-FOUND
           MOVE 'N' TO WS-BEST-FOUND
           MOVE 'N' TO WS-OVER-FOUND
           MOVE SPACES TO WS-MATCH-BOOK-ID
           MOVE SPACES TO WS-MATCH-SELLER-ID
           MOVE SPACES TO WS-BEST-BOOK-ID
           MOVE SPACES TO WS-BEST-SELLER-ID
           MOVE ZERO TO WS-BEST-PRICE
           MOVE SPACES TO WS-OVER-BOOK-ID
           MOVE SPACES TO WS-OVER-SELLER-ID
           MOVE ZERO TO WS-OVER-PRICE

           EVALUATE TRUE
               WHEN OBK-EXPIRY > ZERO AND OBK-EXPIRY < WS-TODAY
                   ADD 1 TO WS-ORDERS-EXPIRED
                   MOVE 'X' TO OBK-STATUS
                   REWRITE ORDER-BOOK-RECORD
               WHEN OTHER
                   PERFORM MATCH-ONE-ORDER
           END-EVALUATE.
      * with a reject record; an order that merely found no eligible
      * copy TODAY stays open and is carried to the next pass - that
      * is the whole point of a standing order book.
      * An order whose only workable copies would take the buyer past
      * the daily purchase limit is refused as 'R' too, with a reject
      * naming the cheapest such copy at its price, so the repaired
      * reject resubmits as an ordinary trade for BOOKFORUM to post
      * on a later day. Carrying the order as well would let the
      * same purchase go through twice.
      * A suspended or dormant buyer's order is not worked at all: it
      * stands open and carries, untouched, until the account is
      * reinstated, rather than reserving cash BOOKFORUM would only
      * refuse to spend.
       MATCH-ONE-ORDER.
           PERFORM VALIDATE-BUYER
           IF WS-BUYER-FOUND = 'Y' AND WS-BUYER-ON-HOLD = 'N'
               IF WS-ORDER-BOOK NOT = SPACES
                   PERFORM MATCH-BY-BOOK-ID
               ELSE
                   ADD 1 TO WS-ORDERS-REJECTED
                   MOVE 'R' TO OBK-STATUS
                   REWRITE ORDER-BOOK-RECORD
               WHEN WS-OVER-FOUND = 'Y'
                   MOVE WS-OVER-BOOK-ID TO WS-MATCH-BOOK-ID
                   MOVE WS-OVER-SELLER-ID TO WS-MATCH-SELLER-ID
                   MOVE WS-OVER-PRICE TO WS-MATCH-PRICE
                   MOVE 22 TO WS-REJECT-CODE
                   MOVE "Daily purchase limit exceeded"
                      TO WS-REJECT-TEXT
                   DISPLAY "Order rejected: " WS-REJECT-TEXT
                   PERFORM WRITE-REJECT-RECORD
                   ADD 1 TO WS-ORDERS-REJECTED
                   MOVE 'R' TO OBK-STATUS
                   REWRITE ORDER-BOOK-RECORD
               WHEN OTHER
                   ADD 1 TO WS-ORDERS-CARRIED
           END-EVALUATE.
           WRITE SEQUENCE-RECORD
           CLOSE SEQUENCE-FILE.

      * The buyer's daily purchase limit is turned into the room left
      * for today: the limit less every purchase already posted to
      * the ledger today and every funds hold reserved today and not
      * yet consumed or released - which includes the matches made
      * earlier in this very pass. A zero limit (or one never set)
      * leaves the buyer unlimited.
       VALIDATE-BUYER.
           MOVE ZERO TO WS-DAY-LIMIT
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS = "00"
               MOVE WS-BUYER-ID TO ACCOUNT-ID
               READ ACCOUNTS-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BUYER-FOUND
                       IF ACCOUNT-STATUS = 'S'
                          OR ACCOUNT-STATUS = 'D'
                           MOVE 'Y' TO WS-BUYER-ON-HOLD
                       END-IF
                       IF ACCOUNT-DAY-BUY-LIMIT IS NUMERIC
                           MOVE ACCOUNT-DAY-BUY-LIMIT TO WS-DAY-LIMIT
                       END-IF
               END-READ
               CLOSE ACCOUNTS-FILE
           END-IF
           MOVE ZERO TO WS-DAY-ROOM
           IF WS-BUYER-FOUND = 'Y' AND WS-DAY-LIMIT > ZERO
               PERFORM SUM-BUYER-DAY-SPEND
               IF WS-DAY-SPENT < WS-DAY-LIMIT
                   COMPUTE WS-DAY-ROOM = WS-DAY-LIMIT - WS-DAY-SPENT
               END-IF
           END-IF.

       SUM-BUYER-DAY-SPEND.
           MOVE ZERO TO WS-DAY-SPENT
           MOVE 'N' TO WS-TRANS-EOF
           OPEN INPUT TRANSACTIONS-FILE
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL WS-TRANS-EOF = 'Y'
                   READ TRANSACTIONS-FILE
                       AT END
                           MOVE 'Y' TO WS-TRANS-EOF
                       NOT AT END
                           IF TRANS-BUYER = WS-BUYER-ID
                              AND TRANS-DATE = WS-TODAY
                              AND TRANS-BOOK (1:1) NOT = '*'
                              AND TRANS-AMOUNT > ZERO
                               ADD TRANS-AMOUNT TO WS-DAY-SPENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTIONS-FILE
           END-IF
           MOVE 'N' TO WS-HOLDS-EOF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS = "00"
               PERFORM UNTIL WS-HOLDS-EOF = 'Y'
                   READ HOLDS-FILE
                       AT END
                           MOVE 'Y' TO WS-HOLDS-EOF
                       NOT AT END
                           IF HOLD-ACCOUNT-ID = WS-BUYER-ID
                              AND HOLD-DATE = WS-TODAY
                              AND HOLD-STATUS = 'H'
                               ADD HOLD-AMOUNT TO WS-DAY-SPENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

       MATCH-BY-BOOK-ID.
                       PERFORM CHECK-BOOK-ELIGIBLE
                       IF WS-LISTED-OK = 'Y' AND WS-PRICE-OK = 'Y'
                          AND WS-OWNER-OK = 'Y' AND WS-AVAIL-OK = 'Y'
                           IF WS-LIMIT-OK = 'Y'
                               PERFORM REMEMBER-BEST-COPY
                           ELSE
                               PERFORM REMEMBER-OVER-LIMIT-COPY
                           END-IF
                       END-IF
               END-READ
               CLOSE BOOKS-FILE
                                  AND WS-PRICE-OK = 'Y'
                                  AND WS-OWNER-OK = 'Y'
                                  AND WS-AVAIL-OK = 'Y'
                                  AND WS-LIMIT-OK = 'Y'
                                  AND (WS-BEST-FOUND = 'N'
                                     OR BOOK-PRICE < WS-BEST-PRICE)
                                   PERFORM REMEMBER-BEST-COPY
                               END-IF
                               IF WS-LISTED-OK = 'Y'
                                  AND WS-PRICE-OK = 'Y'
                                  AND WS-OWNER-OK = 'Y'
                                  AND WS-AVAIL-OK = 'Y'
                                  AND WS-LIMIT-OK = 'N'
                                   PERFORM REMEMBER-OVER-LIMIT-COPY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE BOOK-OWNER TO WS-BEST-SELLER-ID
           MOVE BOOK-PRICE TO WS-BEST-PRICE.

      * The cheapest copy the order could have taken but for the
      * buyer's daily purchase limit; it only matters when no copy
      * within the limit is found.
       REMEMBER-OVER-LIMIT-COPY.
           IF WS-OVER-FOUND = 'N' OR BOOK-PRICE < WS-OVER-PRICE
               MOVE 'Y' TO WS-OVER-FOUND
               MOVE BOOK-ID TO WS-OVER-BOOK-ID
               MOVE BOOK-OWNER TO WS-OVER-SELLER-ID
               MOVE BOOK-PRICE TO WS-OVER-PRICE
           END-IF.

       CHECK-BOOK-ELIGIBLE.
           MOVE 'N' TO WS-LISTED-OK
           MOVE 'N' TO WS-PRICE-OK
           MOVE 'N' TO WS-OWNER-OK
           MOVE 'N' TO WS-LIMIT-OK
           IF BOOK-LIST-FLAG = 'Y'
               MOVE 'Y' TO WS-LISTED-OK
           END-IF
           IF BOOK-PRICE <= WS-ORDER-LIMIT
               MOVE 'Y' TO WS-PRICE-OK
           END-IF
           IF WS-DAY-LIMIT = ZERO OR BOOK-PRICE <= WS-DAY-ROOM
               MOVE 'Y' TO WS-LIMIT-OK
           END-IF
           IF BOOK-OWNER NOT = WS-BUYER-ID
               MOVE 'Y' TO WS-OWNER-OK
               MOVE 'Y' TO WS-ANY-OWNER
           END-IF
           MOVE 'Y' TO WS-AVAIL-OK
           MOVE BOOK-ID TO MB-BOOK-ID
           READ MATCHED-BOOKS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-AVAIL-OK
           END-READ
           IF WS-AVAIL-OK = 'Y' AND WS-LISTED-OK = 'Y'
              AND WS-PRICE-OK = 'Y' AND WS-OWNER-OK = 'Y'
               PERFORM CHECK-SELLER-STATUS
               IF WS-SELLER-OK = 'N'
                   MOVE 'N' TO WS-AVAIL-OK
               END-IF
           END-IF.

      * A copy whose owner is suspended, dormant or closed is not
      * available: BOOKFORUM would refuse the sale, so matching it
      * would only tie up the buyer's cash and the order. An owner
      * missing from ACCOUNTS.DAT is left for BOOKFORUM to reject as
      * it always has. The accounts file is opened on its own, so a
      * title browse of BOOKS.DAT keeps its place.
       CHECK-SELLER-STATUS.
           MOVE 'Y' TO WS-SELLER-OK
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS = "00"
               MOVE BOOK-OWNER TO ACCOUNT-ID
               READ ACCOUNTS-FILE
                   NOT INVALID KEY
                       IF ACCOUNT-STATUS = 'S'
                          OR ACCOUNT-STATUS = 'D'
                          OR ACCOUNT-STATUS = 'C'
                           MOVE 'N' TO WS-SELLER-OK
                       END-IF
               END-READ
               CLOSE ACCOUNTS-FILE
           END-IF.

      * The matched book is remembered on MTBOOKS.DAT for the rest of
      * the pass so a second order cannot claim it; the key was just
      * read and found absent, so the write cannot collide. The
      * listing flag itself is only cleared by BOOKFORUM when the
      * trade posts and ownership moves.
      * The match price is reserved against the buyer at the same
      * moment, so the cash a matched trade needs cannot be drawn
      * through CASHPOST in the gap before the posting run mounts
           PERFORM WRITE-FUNDS-HOLD
           IF WS-HOLD-WRITTEN = 'Y'
               MOVE 'Y' TO WS-MATCH-FOUND
               MOVE WS-MATCH-BOOK-ID TO MB-BOOK-ID
               WRITE MATCHED-BOOK-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-MTBOOKS-STATUS NOT = "00"
                  AND WS-MTBOOKS-STATUS NOT = "22"
                   DISPLAY "*** FATAL: write to MTBOOKS.DAT failed "
                      "for book " WS-MATCH-BOOK-ID ", status "
                      WS-MTBOOKS-STATUS " - copy could match twice ***"
                   CLOSE MATCHED-BOOKS-FILE
                   STOP RUN
               END-IF
           END-IF.

       WRITE-FUNDS-HOLD.
           ELSE
               MOVE WS-MATCH-BOOK-ID TO REJ-BOOK-ID
           END-IF
      * A limit refusal names a real copy, so it carries that copy's
      * price rather than the order's ceiling - the amount BOOKFORUM
      * will test the resubmitted trade against.
           IF WS-REJECT-CODE = 22
               MOVE WS-MATCH-PRICE TO REJ-AMOUNT
           ELSE
               MOVE WS-ORDER-LIMIT TO REJ-AMOUNT
           END-IF
           MOVE WS-REJECT-CODE TO REJ-REASON-CODE
           MOVE WS-REJECT-TEXT TO REJ-REASON-TEXT
           MOVE WS-TODAY TO REJ-DATE
