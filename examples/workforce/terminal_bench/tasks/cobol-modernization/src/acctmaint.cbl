               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT TRANSACTIONS-FILE ASSIGN TO "data/TRANSACTIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT ORDERBOOK-FILE ASSIGN TO "data/ORDBOOK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ORDBOOK-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "data/HOLDS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 AUDIT-RECORD.
           COPY AUDTREC.

       FD TRANSACTIONS-FILE.
       01 TRANSACTION-RECORD.
           COPY TRANREC.

       FD ORDERBOOK-FILE.
       01 ORDER-BOOK-RECORD.
           COPY OBKREC.

       FD HOLDS-FILE.
       01 HOLD-RECORD.
           COPY HOLDREC.

       WORKING-STORAGE SECTION.
       01 WS-CTL-EOF          PIC X VALUE 'N'.
       01 WS-DUP-FOUND        PIC X VALUE 'N'.
       01 WS-RECORDS-REJECTED PIC 9(6) VALUE ZERO.
       01 WS-AUDIT-STATUS     PIC XX VALUE SPACES.
       01 WS-TODAY            PIC 9(8) VALUE ZERO.
       01 WS-AUDIT-BEFORE     PIC X(70) VALUE SPACES.
       01 WS-AUDIT-AFTER      PIC X(70) VALUE SPACES.
       01 WS-NEW-STATUS       PIC X(1) VALUE SPACE.
       01 WS-STATUS-WORD      PIC X(10) VALUE SPACES.
       01 WS-OWNS-BOOKS       PIC X VALUE 'N'.
       01 WS-PREF-PCT         PIC V9(4) VALUE 0.0500.
       01 WS-VOLUME-LIMIT     PIC 9(6) VALUE ZERO.
       01 WS-BAND-OK          PIC X VALUE 'N'.
       01 WS-AUDIT-KEY        PIC X(4) VALUE SPACES.
       01 WS-TRANS-STATUS     PIC XX VALUE SPACES.
       01 WS-ORDBOOK-STATUS   PIC XX VALUE SPACES.
       01 WS-HOLDS-STATUS     PIC XX VALUE SPACES.
       01 WS-ORDBOOK-EOF      PIC X VALUE 'N'.
       01 WS-HOLDS-EOF        PIC X VALUE 'N'.
       01 WS-MERGE-MARKER     PIC X(4) VALUE "*MRG".
       01 WS-REJECT-TEXT      PIC X(50) VALUE SPACES.
       01 WS-SOURCE-FOUND     PIC X VALUE 'N'.
       01 WS-SOURCE-OPEN      PIC X VALUE 'N'.
       01 WS-SURVIVOR-FOUND   PIC X VALUE 'N'.
       01 WS-SURVIVOR-OPEN    PIC X VALUE 'N'.
       01 WS-HOLDS-READABLE   PIC X VALUE 'N'.
       01 WS-SOURCE-HOLDING   PIC X VALUE 'N'.
       01 WS-ORDERS-READABLE  PIC X VALUE 'N'.
       01 WS-MERGE-BALANCE    PIC 9(10)V99 VALUE ZERO.
       01 WS-MERGE-BOOKS      PIC 9(6) VALUE ZERO.
       01 WS-MERGE-ORDERS     PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
                       MOVE 'Y' TO WS-CTL-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE CTL-ID TO WS-AUDIT-KEY
                       EVALUATE CTL-REC-TYPE
                           WHEN 'A'
                               PERFORM ADD-ACCOUNT
                               PERFORM REINSTATE-ACCOUNT
                           WHEN 'C'
                               PERFORM CLOSE-ACCOUNT
                           WHEN 'D'
                           WHEN 'W'
                               PERFORM SET-DAILY-LIMIT
                           WHEN 'T'
                               PERFORM SET-TAXPAYER-ID
                           WHEN 'M'
                               PERFORM MERGE-ACCOUNT
                           WHEN OTHER
                               DISPLAY "Rejected control record for "
                                  CTL-ID ": unknown record type"
                       MOVE CTL-NAME-TITLE TO ACCOUNT-NAME
                       MOVE CTL-BALANCE TO ACCOUNT-BALANCE
                       MOVE 'A' TO ACCOUNT-STATUS
                       MOVE ZERO TO ACCOUNT-DAY-BUY-LIMIT
                       MOVE ZERO TO ACCOUNT-DAY-WDR-LIMIT
                       MOVE SPACES TO ACCOUNT-TAX-ID
                       WRITE ACCOUNT-RECORD
                       IF WS-ACCOUNTS-STATUS NOT = "00"
                           DISPLAY "Rejected account " CTL-ID
               CLOSE ACCOUNTS-FILE
           END-IF.

      * Daily limits: 'D' sets the most the account may spend on
      * purchases in one day and 'W' the most it may withdraw in one
      * day, both from CTL-PRICE. A zero amount lifts the limit, and
      * an account that has never had one set trades unlimited.
      * BOOKFORUM, BOOKMTCH and CASHPOST enforce them against what the
      * account has already posted or had reserved that day.
       SET-DAILY-LIMIT.
           IF CTL-REC-TYPE = 'D'
               MOVE "purchase  " TO WS-STATUS-WORD
           ELSE
               MOVE "withdrawal" TO WS-STATUS-WORD
           END-IF
           OPEN I-O ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "Rejected daily limit for " CTL-ID
                  ": unable to open ACCOUNTS-FILE, status "
                  WS-ACCOUNTS-STATUS
               ADD 1 TO WS-RECORDS-REJECTED
           ELSE
               MOVE CTL-ID TO ACCOUNT-ID
               READ ACCOUNTS-FILE
                   INVALID KEY
                       DISPLAY "Rejected daily limit for " CTL-ID
                          ": account not found"
                       ADD 1 TO WS-RECORDS-REJECTED
                   NOT INVALID KEY
                       IF ACCOUNT-STATUS = 'C'
                           DISPLAY "Rejected daily limit for " CTL-ID
                              ": account is closed"
                           ADD 1 TO WS-RECORDS-REJECTED
                       ELSE
                           MOVE ACCOUNT-RECORD TO WS-AUDIT-BEFORE
                           IF CTL-REC-TYPE = 'D'
                               MOVE CTL-PRICE TO ACCOUNT-DAY-BUY-LIMIT
                           ELSE
                               MOVE CTL-PRICE TO ACCOUNT-DAY-WDR-LIMIT
                           END-IF
                           REWRITE ACCOUNT-RECORD
                           IF WS-ACCOUNTS-STATUS NOT = "00"
                               DISPLAY "Rejected daily limit for "
                                  CTL-ID ": rewrite failed, status "
                                  WS-ACCOUNTS-STATUS
                               ADD 1 TO WS-RECORDS-REJECTED
                           ELSE
                               DISPLAY "Account " CTL-ID " daily "
                                  WS-STATUS-WORD " limit set"
                               ADD 1 TO WS-RECORDS-UPDATED
                               MOVE ACCOUNT-RECORD TO WS-AUDIT-AFTER
                               PERFORM WRITE-AUDIT-RECORD
                           END-IF
                       END-IF
               END-READ
               CLOSE ACCOUNTS-FILE
           END-IF.

      * Taxpayer ID: 'T' records the member's taxpayer ID, keyed in
      * the first nine positions of CTL-NAME-TITLE, for TAXSTMT to
      * carry onto the year-end tax export. A blank ID clears it.
      * Closed accounts still take the update, since a seller who
      * closed during the year is still reported for that year.
       SET-TAXPAYER-ID.
           IF CTL-NAME-TITLE (10:11) NOT = SPACES
               DISPLAY "Rejected taxpayer ID for " CTL-ID
                  ": ID longer than 9 characters"
               ADD 1 TO WS-RECORDS-REJECTED
           ELSE
               OPEN I-O ACCOUNTS-FILE
               IF WS-ACCOUNTS-STATUS NOT = "00"
                   DISPLAY "Rejected taxpayer ID for " CTL-ID
                      ": unable to open ACCOUNTS-FILE, status "
                      WS-ACCOUNTS-STATUS
                   ADD 1 TO WS-RECORDS-REJECTED
               ELSE
                   MOVE CTL-ID TO ACCOUNT-ID
                   READ ACCOUNTS-FILE
                       INVALID KEY
                           DISPLAY "Rejected taxpayer ID for " CTL-ID
                              ": account not found"
                           ADD 1 TO WS-RECORDS-REJECTED
                       NOT INVALID KEY
                           MOVE ACCOUNT-RECORD TO WS-AUDIT-BEFORE
                           MOVE CTL-NAME-TITLE (1:9) TO ACCOUNT-TAX-ID
                           REWRITE ACCOUNT-RECORD
                           IF WS-ACCOUNTS-STATUS NOT = "00"
                               DISPLAY "Rejected taxpayer ID for "
                                  CTL-ID ": rewrite failed, status "
                                  WS-ACCOUNTS-STATUS
                               ADD 1 TO WS-RECORDS-REJECTED
                           ELSE
                               DISPLAY "Account " CTL-ID
                                  " taxpayer ID set"
                               ADD 1 TO WS-RECORDS-UPDATED
                               MOVE ACCOUNT-RECORD TO WS-AUDIT-AFTER
                               PERFORM WRITE-AUDIT-RECORD
                           END-IF
                   END-READ
                   CLOSE ACCOUNTS-FILE
               END-IF
           END-IF.

      * Account merge: 'M' folds the account in CTL-ID into the
      * surviving account in CTL-OWNER and closes it. Both accounts must
      * exist and be open, and the books master and the order book must
      * be readable, before anything moves. A source with funds still
      * held for a trade BOOKMTCH has matched but not yet settled is
      * refused: the hold, the matched order and the settlement all name
      * the source, and moving only part of that would leave the trade
      * half in each account. The merge is keyed again once the trade
      * has settled or been released. The source's books and open
      * standing orders then pass to the survivor, its balance is
      * carried across, and it is closed at zero. The ledger is told as
      * well as the masters: each book goes across as a zero-cash
      * transfer row, and the balance as one *MRG cash row with the
      * source on the buyer side and the survivor on the seller side, so
      * every ledger reader's usual buyer/seller rule moves the money
      * and LEDGCHK's ownership chains and balance replay still agree
      * with the masters.
       MERGE-ACCOUNT.
           PERFORM CHECK-MERGE-ACCOUNTS
           EVALUATE TRUE
               WHEN CTL-OWNER = CTL-ID
                   MOVE "surviving account is the same account"
                      TO WS-REJECT-TEXT
               WHEN WS-SOURCE-FOUND = 'N'
                   MOVE "account not found" TO WS-REJECT-TEXT
               WHEN WS-SURVIVOR-FOUND = 'N'
                   MOVE "surviving account not found"
                      TO WS-REJECT-TEXT
               WHEN WS-SOURCE-OPEN = 'N'
                   MOVE "account is already closed" TO WS-REJECT-TEXT
               WHEN WS-SURVIVOR-OPEN = 'N'
                   MOVE "surviving account is closed"
                      TO WS-REJECT-TEXT
               WHEN WS-BOOKS-READABLE = 'N'
                   MOVE "unable to verify owned books"
                      TO WS-REJECT-TEXT
               WHEN WS-ORDERS-READABLE = 'N'
                   MOVE "unable to verify open orders"
                      TO WS-REJECT-TEXT
               WHEN WS-HOLDS-READABLE = 'N'
                   MOVE "unable to verify held funds"
                      TO WS-REJECT-TEXT
               WHEN WS-SOURCE-HOLDING = 'Y'
                   MOVE "source has funds held for a pending trade"
                      TO WS-REJECT-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-REJECT-TEXT NOT = SPACES
               DISPLAY "Rejected merge of " CTL-ID " into " CTL-OWNER
                  ": " WS-REJECT-TEXT
               ADD 1 TO WS-RECORDS-REJECTED
           ELSE
               OPEN EXTEND TRANSACTIONS-FILE
               IF WS-TRANS-STATUS = "35"
                   OPEN OUTPUT TRANSACTIONS-FILE
               END-IF
               IF WS-TRANS-STATUS NOT = "00"
                   DISPLAY "Rejected merge of " CTL-ID " into "
                      CTL-OWNER ": unable to open TRANSACTIONS.DAT, "
                      "status " WS-TRANS-STATUS
                   ADD 1 TO WS-RECORDS-REJECTED
               ELSE
                   MOVE ZERO TO WS-MERGE-BOOKS
                   MOVE ZERO TO WS-MERGE-ORDERS
                   PERFORM MERGE-OWNED-BOOKS
                   PERFORM MERGE-OPEN-ORDERS
                   PERFORM MERGE-BALANCES
                   CLOSE TRANSACTIONS-FILE
                   DISPLAY "Account " CTL-ID " merged into "
                      CTL-OWNER " and closed: " WS-MERGE-BOOKS
                      " books, " WS-MERGE-ORDERS " orders moved"
                   ADD 1 TO WS-RECORDS-UPDATED
               END-IF
           END-IF.

       CHECK-MERGE-ACCOUNTS.
           MOVE 'N' TO WS-SOURCE-FOUND
           MOVE 'N' TO WS-SOURCE-OPEN
           MOVE 'N' TO WS-SURVIVOR-FOUND
           MOVE 'N' TO WS-SURVIVOR-OPEN
           MOVE 'N' TO WS-BOOKS-READABLE
           MOVE 'N' TO WS-HOLDS-READABLE
           MOVE 'N' TO WS-SOURCE-HOLDING
           MOVE 'N' TO WS-ORDERS-READABLE
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS = "00"
               MOVE CTL-ID TO ACCOUNT-ID
               READ ACCOUNTS-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SOURCE-FOUND
                       IF ACCOUNT-STATUS NOT = 'C'
                           MOVE 'Y' TO WS-SOURCE-OPEN
                       END-IF
               END-READ
               MOVE CTL-OWNER TO ACCOUNT-ID
               READ ACCOUNTS-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SURVIVOR-FOUND
                       IF ACCOUNT-STATUS NOT = 'C'
                           MOVE 'Y' TO WS-SURVIVOR-OPEN
                       END-IF
               END-READ
               CLOSE ACCOUNTS-FILE
           END-IF
           OPEN INPUT BOOKS-FILE
           IF WS-BOOKS-STATUS = "00"
               MOVE 'Y' TO WS-BOOKS-READABLE
               CLOSE BOOKS-FILE
           END-IF
           OPEN INPUT ORDERBOOK-FILE
           EVALUATE WS-ORDBOOK-STATUS
               WHEN "35"
                   MOVE 'Y' TO WS-ORDERS-READABLE
               WHEN "00"
                   MOVE 'Y' TO WS-ORDERS-READABLE
                   CLOSE ORDERBOOK-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM CHECK-SOURCE-HOLDS.

      * Only a hold still reserving funds ('H') stops a merge;
      * released and settled holds are history. A holds file never
      * written means nothing is held.
       CHECK-SOURCE-HOLDS.
           MOVE 'N' TO WS-HOLDS-EOF
           OPEN INPUT HOLDS-FILE
           EVALUATE WS-HOLDS-STATUS
               WHEN "35"
                   MOVE 'Y' TO WS-HOLDS-READABLE
               WHEN "00"
                   MOVE 'Y' TO WS-HOLDS-READABLE
                   PERFORM UNTIL WS-HOLDS-EOF = 'Y'
                       READ HOLDS-FILE
                           AT END
                               MOVE 'Y' TO WS-HOLDS-EOF
                           NOT AT END
                               IF HOLD-ACCOUNT-ID = CTL-ID
                                  AND HOLD-STATUS = 'H'
                                   MOVE 'Y' TO WS-SOURCE-HOLDING
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HOLDS-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A book keeps its price and listing; only the owner changes,
      * since the member behind both accounts is the same.
       MERGE-OWNED-BOOKS.
           MOVE 'N' TO WS-BOOKS-EOF
           OPEN I-O BOOKS-FILE
           IF WS-BOOKS-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open BOOKS-FILE "
                  "mid-merge of " CTL-ID ", status "
                  WS-BOOKS-STATUS " - nothing moved ***"
               CLOSE TRANSACTIONS-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-BOOKS-EOF = 'Y'
               READ BOOKS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BOOKS-EOF
                   NOT AT END
                       IF BOOK-OWNER = CTL-ID
                           MOVE BOOK-RECORD TO WS-AUDIT-BEFORE
                           MOVE CTL-OWNER TO BOOK-OWNER
                           REWRITE BOOK-RECORD
                           IF WS-BOOKS-STATUS NOT = "00"
                               DISPLAY "*** FATAL: rewrite of book "
                                  BOOK-ID " failed during merge of "
                                  CTL-ID ", status " WS-BOOKS-STATUS
                                  " ***"
                               CLOSE BOOKS-FILE
                               CLOSE TRANSACTIONS-FILE
                               STOP RUN
                           END-IF
                           MOVE BOOK-RECORD TO WS-AUDIT-AFTER
                           MOVE BOOK-ID TO WS-AUDIT-KEY
                           PERFORM WRITE-AUDIT-RECORD
                           MOVE BOOK-ID TO TRANS-BOOK
                           MOVE ZERO TO TRANS-AMOUNT
                           MOVE CTL-ID TO TRANS-SELLER
                           MOVE CTL-OWNER TO TRANS-BUYER
                           MOVE ZERO TO TRANS-FEE
                           MOVE WS-TODAY TO TRANS-DATE
                           WRITE TRANSACTION-RECORD
                           IF WS-TRANS-STATUS NOT = "00"
                               DISPLAY "*** FATAL: transfer row for "
                                  "book " BOOK-ID " not written "
                                  "during merge of " CTL-ID
                                  ", TRANSACTIONS.DAT status "
                                  WS-TRANS-STATUS " ***"
                               CLOSE BOOKS-FILE
                               CLOSE TRANSACTIONS-FILE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-MERGE-BOOKS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKS-FILE.

      * Only an open standing order ('O') moves. Matched, refused
      * and expired orders are history and keep the name they were
      * made under. An order book never written simply has nothing
      * to move. Each moved order is audited under its book.
       MERGE-OPEN-ORDERS.
           MOVE 'N' TO WS-ORDBOOK-EOF
           OPEN I-O ORDERBOOK-FILE
           IF WS-ORDBOOK-STATUS NOT = "00"
              AND WS-ORDBOOK-STATUS NOT = "35"
               DISPLAY "*** FATAL: unable to open ORDBOOK.DAT "
                  "mid-merge of " CTL-ID ", status "
                  WS-ORDBOOK-STATUS " - books moved but orders "
                  "and balance not ***"
               CLOSE TRANSACTIONS-FILE
               STOP RUN
           END-IF
           IF WS-ORDBOOK-STATUS = "00"
               PERFORM UNTIL WS-ORDBOOK-EOF = 'Y'
                   READ ORDERBOOK-FILE
                       AT END
                           MOVE 'Y' TO WS-ORDBOOK-EOF
                       NOT AT END
                           IF OBK-BUYER-ID = CTL-ID
                              AND OBK-STATUS = 'O'
                               MOVE ORDER-BOOK-RECORD
                                  TO WS-AUDIT-BEFORE
                               MOVE CTL-OWNER TO OBK-BUYER-ID
                               REWRITE ORDER-BOOK-RECORD
                               IF WS-ORDBOOK-STATUS NOT = "00"
                                   DISPLAY "*** FATAL: rewrite of "
                                      "order for book " OBK-BOOK-ID
                                      " failed during merge of " CTL-ID
                                      ", status " WS-ORDBOOK-STATUS
                                      " ***"
                                   CLOSE ORDERBOOK-FILE
                                   CLOSE TRANSACTIONS-FILE
                                   STOP RUN
                               END-IF
                               MOVE ORDER-BOOK-RECORD
                                  TO WS-AUDIT-AFTER
                               MOVE OBK-BOOK-ID TO WS-AUDIT-KEY
                               PERFORM WRITE-AUDIT-RECORD
                               ADD 1 TO WS-MERGE-ORDERS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERBOOK-FILE
           END-IF.

      * The source is closed at zero in the same step that credits
      * the survivor, and the *MRG row records the amount carried.
      * An empty balance moves no money and writes no cash row.
       MERGE-BALANCES.
           OPEN I-O ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open ACCOUNTS-FILE "
                  "mid-merge of " CTL-ID ", status "
                  WS-ACCOUNTS-STATUS " - balance not carried ***"
               CLOSE TRANSACTIONS-FILE
               STOP RUN
           END-IF
           MOVE CTL-ID TO ACCOUNT-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "*** FATAL: account " CTL-ID
                      " vanished from ACCOUNTS-FILE mid-merge ***"
                   CLOSE ACCOUNTS-FILE
                   CLOSE TRANSACTIONS-FILE
                   STOP RUN
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-AUDIT-BEFORE
                   MOVE ACCOUNT-BALANCE TO WS-MERGE-BALANCE
                   MOVE ZERO TO ACCOUNT-BALANCE
                   MOVE 'C' TO ACCOUNT-STATUS
                   REWRITE ACCOUNT-RECORD
                   IF WS-ACCOUNTS-STATUS NOT = "00"
                       DISPLAY "*** FATAL: rewrite of account " CTL-ID
                          " failed mid-merge, status "
                          WS-ACCOUNTS-STATUS
                          " - balance not carried ***"
                       CLOSE ACCOUNTS-FILE
                       CLOSE TRANSACTIONS-FILE
                       STOP RUN
                   END-IF
                   MOVE ACCOUNT-RECORD TO WS-AUDIT-AFTER
                   MOVE ACCOUNT-ID TO WS-AUDIT-KEY
                   PERFORM WRITE-AUDIT-RECORD
           END-READ
           MOVE CTL-OWNER TO ACCOUNT-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "*** FATAL: surviving account " CTL-OWNER
                      " vanished from ACCOUNTS-FILE mid-merge - "
                      WS-MERGE-BALANCE " taken from " CTL-ID
                      " is not credited ***"
                   CLOSE ACCOUNTS-FILE
                   CLOSE TRANSACTIONS-FILE
                   STOP RUN
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-AUDIT-BEFORE
                   ADD WS-MERGE-BALANCE TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
                   IF WS-ACCOUNTS-STATUS NOT = "00"
                       DISPLAY "*** FATAL: rewrite of surviving "
                          "account " CTL-OWNER " failed mid-merge, "
                          "status "
                          WS-ACCOUNTS-STATUS " - " WS-MERGE-BALANCE
                          " taken from " CTL-ID " is not credited ***"
                       CLOSE ACCOUNTS-FILE
                       CLOSE TRANSACTIONS-FILE
                       STOP RUN
                   END-IF
                   MOVE ACCOUNT-RECORD TO WS-AUDIT-AFTER
                   MOVE ACCOUNT-ID TO WS-AUDIT-KEY
                   PERFORM WRITE-AUDIT-RECORD
           END-READ
           CLOSE ACCOUNTS-FILE
           IF WS-MERGE-BALANCE > ZERO
               MOVE WS-MERGE-MARKER TO TRANS-BOOK
               MOVE WS-MERGE-BALANCE TO TRANS-AMOUNT
               MOVE CTL-OWNER TO TRANS-SELLER
               MOVE CTL-ID TO TRANS-BUYER
               MOVE ZERO TO TRANS-FEE
               MOVE WS-TODAY TO TRANS-DATE
               WRITE TRANSACTION-RECORD
               IF WS-TRANS-STATUS NOT = "00"
                   DISPLAY "*** FATAL: " WS-MERGE-MARKER " row for "
                      WS-MERGE-BALANCE " not written during merge of "
                      CTL-ID ", TRANSACTIONS.DAT status "
                      WS-TRANS-STATUS " ***"
                   CLOSE TRANSACTIONS-FILE
                   STOP RUN
               END-IF
           END-IF.

       CHECK-OWNED-BOOKS.
           MOVE 'N' TO WS-OWNS-BOOKS
           MOVE 'N' TO WS-BOOKS-READABLE
      * the date, the control record as keyed, and the master record
      * image before and after the change (spaces before an add).
      * Rejected control records apply nothing and are not audited.
      * The key is the control record's own id except where one
      * action touches several records (a merge), each of which is
      * audited under its own key.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
           ELSE
               MOVE WS-TODAY TO AUDIT-DATE
               MOVE CTL-REC-TYPE TO AUDIT-ACTION
               MOVE WS-AUDIT-KEY TO AUDIT-KEY
               MOVE CONTROL-RECORD TO AUDIT-CONTROL
               MOVE WS-AUDIT-BEFORE TO AUDIT-BEFORE
               MOVE WS-AUDIT-AFTER TO AUDIT-AFTER
