       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT BOOKS-FILE ASSIGN TO "data/BOOKS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-ID
               FILE STATUS IS WS-BOOKS-STATUS.
           SELECT TRANSACTIONS-FILE ASSIGN TO "data/TRANSACTIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "data/TRANHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ORDERBOOK-FILE ASSIGN TO "data/ORDBOOK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ORDBOOK-STATUS.
           SELECT WORK-FILE ASSIGN TO "data/CATWORK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "data/CATEXP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT TITLE-SORT-FILE ASSIGN TO "data/CATTITL.SRT".
           SELECT BOOK-SORT-FILE ASSIGN TO "data/CATBOOK.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.

       FD BOOKS-FILE.
       01 BOOK-RECORD.
           COPY BOOKREC.

       FD TRANSACTIONS-FILE.
       01 TRANSACTION-RECORD.
           COPY TRANREC.

      * History records are ledger records verbatim (TRANREC
      * layout); they are read raw and unpacked through the ledger
      * record area, the same way TRANARCH splits the file.
       FD HISTORY-FILE.
       01 HISTORY-RECORD       PIC X(44).

       FD ORDERBOOK-FILE.
       01 ORDER-BOOK-RECORD.
           COPY OBKREC.

      * Every sellable copy, with the open title orders that could
      * take it already counted, handed from the title pass to the
      * book pass.
       FD WORK-FILE.
       01 WORK-RECORD.
           05 WK-BOOK-ID       PIC X(4).
           05 WK-TITLE         PIC X(20).
           05 WK-PRICE         PIC 9(10)V99.
           05 WK-OWNER-STATUS  PIC X(1).
           05 WK-TITLE-BIDS    PIC 9(5).

      * The storefront feed: one CATREC record per listed copy,
      * framed by a *HDR header carrying the run date and a *TRL
      * trailer carrying the record count and the total of the
      * listed prices, so the web side can prove the file complete
      * before it replaces the catalogue.
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD.
           COPY CATREC.
       01 EXTRACT-HEADER-RECORD.
           05 CXH-TAG          PIC X(4).
           05 CXH-RUN-DATE     PIC 9(8).
           05 CXH-SOURCE       PIC X(9).
           05 FILLER           PIC X(41).
       01 EXTRACT-TRAILER-RECORD.
           05 CXT-TAG          PIC X(4).
           05 CXT-COUNT        PIC 9(6).
           05 CXT-PRICE-TOTAL  PIC 9(12)V99.
           05 FILLER           PIC X(38).

      * Listed copies ('B') and open title orders ('A') by title,
      * the orders ahead of the copies so each copy's count is
      * known by the time it is reached.
       SD TITLE-SORT-FILE.
       01 TITLE-SORT-RECORD.
           05 ST-TITLE         PIC X(20).
           05 ST-TYPE          PIC X(1).
           05 ST-BOOK-ID       PIC X(4).
           05 ST-PRICE         PIC 9(10)V99.
           05 ST-OWNER-STATUS  PIC X(1).

      * Each copy ('B'), the open orders naming it ('O'), every
      * sale of it ('S') and every reversal of one ('R', carrying
      * the amount refunded), by book and then in the order the
      * rows were posted, so the last sale read is the latest and a
      * reversal always follows the sale it undoes.
       SD BOOK-SORT-FILE.
       01 BOOK-SORT-RECORD.
           05 SB-BOOK-ID       PIC X(4).
           05 SB-DATE          PIC 9(8).
           05 SB-SEQ           PIC 9(8).
           05 SB-TYPE          PIC X(1).
           05 SB-TITLE         PIC X(20).
           05 SB-AMOUNT        PIC 9(10)V99.
           05 SB-OWNER-STATUS  PIC X(1).
           05 SB-TITLE-BIDS    PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X VALUE 'N'.
       01 WS-SORT-EOF         PIC X VALUE 'N'.
       01 WS-ACCOUNTS-STATUS  PIC XX VALUE SPACES.
       01 WS-BOOKS-STATUS     PIC XX VALUE SPACES.
       01 WS-TRANS-STATUS     PIC XX VALUE SPACES.
       01 WS-HIST-STATUS      PIC XX VALUE SPACES.
       01 WS-ORDBOOK-STATUS   PIC XX VALUE SPACES.
       01 WS-WORK-STATUS      PIC XX VALUE SPACES.
       01 WS-EXTRACT-STATUS   PIC XX VALUE SPACES.
       01 WS-TODAY            PIC 9(8) VALUE ZERO.
       01 WS-HEADER-TAG       PIC X(4) VALUE "*HDR".
       01 WS-TRAILER-TAG      PIC X(4) VALUE "*TRL".
       01 WS-OWNER-STATUS     PIC X VALUE SPACE.
       01 WS-OWNER-OK         PIC X VALUE 'N'.
       01 WS-ORDER-OPEN       PIC X VALUE 'N'.
       01 WS-LEDGER-SEQ       PIC 9(8) VALUE ZERO.
       01 WS-CUR-TITLE        PIC X(20) VALUE SPACES.
       01 WS-TITLE-BIDS       PIC 9(5) VALUE ZERO.
       01 WS-CUR-BOOK         PIC X(4) VALUE SPACES.
       01 WS-CUR-LISTED       PIC X VALUE 'N'.
       01 WS-BOOK-BIDS        PIC 9(5) VALUE ZERO.
       01 WS-SALES-HELD       PIC 9 VALUE ZERO.
       01 WS-PRIOR-PRICE      PIC 9(10)V99 VALUE ZERO.
       01 WS-PRIOR-DATE       PIC 9(8) VALUE ZERO.
       01 WS-BOOKS-LISTED     PIC 9(6) VALUE ZERO.
       01 WS-OWNER-BARRED     PIC 9(6) VALUE ZERO.
       01 WS-OWNER-MISSING    PIC 9(6) VALUE ZERO.
       01 WS-RECORDS-WRITTEN  PIC 9(6) VALUE ZERO.
       01 WS-PRICE-TOTAL      PIC 9(12)V99 VALUE ZERO.

       01 WS-CATALOGUE-ENTRY.
           05 WS-ENTRY-BOOK-ID PIC X(4).
           05 WS-ENTRY-TITLE   PIC X(20).
           05 WS-ENTRY-PRICE   PIC 9(10)V99.
           05 WS-ENTRY-STATUS  PIC X(1).
           05 WS-ENTRY-LAST-PRICE PIC 9(10)V99.
           05 WS-ENTRY-LAST-DATE  PIC 9(8).

       PROCEDURE DIVISION.
      * Two sorts, no tables: the first joins every listed copy to
      * the open title orders that could take it, the second joins
      * each copy to the orders naming it and to its sales in
      * history and the live ledger. Only copies a buyer could
      * actually take reach the feed - a copy whose owner is
      * suspended, dormant or closed (or not on file) is one
      * BOOKFORUM would refuse to sell, so it is left off.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open ACCOUNTS.DAT, "
                  "status " WS-ACCOUNTS-STATUS " - no catalogue "
                  "written ***"
               STOP RUN
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open CATWORK.DAT, "
                  "status " WS-WORK-STATUS " ***"
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF
           SORT TITLE-SORT-FILE
               ON ASCENDING KEY ST-TITLE ST-TYPE
               INPUT PROCEDURE IS RELEASE-LISTED-TITLES
               OUTPUT PROCEDURE IS COUNT-TITLE-BIDS
           CLOSE WORK-FILE
           CLOSE ACCOUNTS-FILE

           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open CATEXP.DAT, "
                  "status " WS-EXTRACT-STATUS " ***"
               STOP RUN
           END-IF
           MOVE SPACES TO EXTRACT-HEADER-RECORD
           MOVE WS-HEADER-TAG TO CXH-TAG
           MOVE WS-TODAY TO CXH-RUN-DATE
           MOVE "BOOKFORUM" TO CXH-SOURCE
           WRITE EXTRACT-HEADER-RECORD

           SORT BOOK-SORT-FILE
               ON ASCENDING KEY SB-BOOK-ID SB-DATE SB-SEQ
               INPUT PROCEDURE IS RELEASE-BOOK-ACTIVITY
               OUTPUT PROCEDURE IS WRITE-CATALOGUE

           MOVE SPACES TO EXTRACT-TRAILER-RECORD
           MOVE WS-TRAILER-TAG TO CXT-TAG
           MOVE WS-RECORDS-WRITTEN TO CXT-COUNT
           MOVE WS-PRICE-TOTAL TO CXT-PRICE-TOTAL
           WRITE EXTRACT-TRAILER-RECORD
           CLOSE EXTRACT-FILE

           DISPLAY "Listed books read:      " WS-BOOKS-LISTED
           DISPLAY "Owner not active:       " WS-OWNER-BARRED
           DISPLAY "Owner not on file:      " WS-OWNER-MISSING
           DISPLAY "Catalogue records:      " WS-RECORDS-WRITTEN
           DISPLAY "Catalogue written to data/CATEXP.DAT"
      * Clean end returns to DAYEND when the stream drives this
      * program; run standalone, GOBACK ends the run just as STOP
      * RUN did. Fatal paths above still STOP RUN so a driven
      * stream halts at the failed step.
           GOBACK.

      * Every listed copy whose owner may sell, and every open title
      * order still inside its expiry date.
       RELEASE-LISTED-TITLES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BOOKS-FILE
           IF WS-BOOKS-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open BOOKS.DAT, "
                  "status " WS-BOOKS-STATUS " - no catalogue "
                  "written ***"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOOKS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BOOK-LIST-FLAG = 'Y'
                           ADD 1 TO WS-BOOKS-LISTED
                           PERFORM RELEASE-LISTED-COPY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOKS-FILE

           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDERBOOK-FILE
           IF WS-ORDBOOK-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ORDERBOOK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-ORDER-OPEN
                           IF WS-ORDER-OPEN = 'Y'
                              AND OBK-BOOK-ID = SPACES
                               MOVE OBK-TITLE TO ST-TITLE
                               MOVE 'A' TO ST-TYPE
                               MOVE SPACES TO ST-BOOK-ID
                               MOVE ZERO TO ST-PRICE
                               MOVE SPACE TO ST-OWNER-STATUS
                               RELEASE TITLE-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERBOOK-FILE
           END-IF.

      * The owner's status byte travels with the copy; a byte that
      * is not suspended, dormant or closed trades as active and is
      * sent as 'A'.
       RELEASE-LISTED-COPY.
           MOVE 'N' TO WS-OWNER-OK
           MOVE BOOK-OWNER TO ACCOUNT-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   ADD 1 TO WS-OWNER-MISSING
               NOT INVALID KEY
                   IF ACCOUNT-STATUS = 'S'
                      OR ACCOUNT-STATUS = 'D'
                      OR ACCOUNT-STATUS = 'C'
                       ADD 1 TO WS-OWNER-BARRED
                   ELSE
                       MOVE 'Y' TO WS-OWNER-OK
                       MOVE 'A' TO WS-OWNER-STATUS
                   END-IF
           END-READ
           IF WS-OWNER-OK = 'Y'
               MOVE BOOK-TITLE TO ST-TITLE
               MOVE 'B' TO ST-TYPE
               MOVE BOOK-ID TO ST-BOOK-ID
               MOVE BOOK-PRICE TO ST-PRICE
               MOVE WS-OWNER-STATUS TO ST-OWNER-STATUS
               RELEASE TITLE-SORT-RECORD
           END-IF.

      * An open bid is an order BOOKMTCH would still work: status
      * 'O' and not past the expiry date the member set.
       CHECK-ORDER-OPEN.
           MOVE 'N' TO WS-ORDER-OPEN
           IF OBK-STATUS = 'O'
              AND (OBK-EXPIRY = ZERO OR OBK-EXPIRY >= WS-TODAY)
               MOVE 'Y' TO WS-ORDER-OPEN
           END-IF.

       COUNT-TITLE-BIDS.
           MOVE 'N' TO WS-SORT-EOF
           MOVE SPACES TO WS-CUR-TITLE
           MOVE ZERO TO WS-TITLE-BIDS
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN TITLE-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF ST-TITLE NOT = WS-CUR-TITLE
                           MOVE ST-TITLE TO WS-CUR-TITLE
                           MOVE ZERO TO WS-TITLE-BIDS
                       END-IF
                       IF ST-TYPE = 'A'
                           ADD 1 TO WS-TITLE-BIDS
                       ELSE
                           MOVE ST-BOOK-ID TO WK-BOOK-ID
                           MOVE ST-TITLE TO WK-TITLE
                           MOVE ST-PRICE TO WK-PRICE
                           MOVE ST-OWNER-STATUS TO WK-OWNER-STATUS
                           MOVE WS-TITLE-BIDS TO WK-TITLE-BIDS
                           WRITE WORK-RECORD
                       END-IF
               END-RETURN
           END-PERFORM.

       RELEASE-BOOK-ACTIVITY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to reopen CATWORK.DAT, "
                  "status " WS-WORK-STATUS " ***"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE WK-BOOK-ID TO SB-BOOK-ID
                       MOVE ZERO TO SB-DATE
                       MOVE ZERO TO SB-SEQ
                       MOVE 'B' TO SB-TYPE
                       MOVE WK-TITLE TO SB-TITLE
                       MOVE WK-PRICE TO SB-AMOUNT
                       MOVE WK-OWNER-STATUS TO SB-OWNER-STATUS
                       MOVE WK-TITLE-BIDS TO SB-TITLE-BIDS
                       RELEASE BOOK-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE

           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDERBOOK-FILE
           IF WS-ORDBOOK-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ORDERBOOK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-ORDER-OPEN
                           IF WS-ORDER-OPEN = 'Y'
                              AND OBK-BOOK-ID NOT = SPACES
                               MOVE OBK-BOOK-ID TO SB-BOOK-ID
                               MOVE ZERO TO SB-DATE
                               MOVE ZERO TO SB-SEQ
                               MOVE 'O' TO SB-TYPE
                               MOVE SPACES TO SB-TITLE
                               MOVE ZERO TO SB-AMOUNT
                               MOVE SPACE TO SB-OWNER-STATUS
                               MOVE ZERO TO SB-TITLE-BIDS
                               RELEASE BOOK-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERBOOK-FILE
           END-IF

           MOVE ZERO TO WS-LEDGER-SEQ
           MOVE 'N' TO WS-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE HISTORY-RECORD TO TRANSACTION-RECORD
                           PERFORM RELEASE-ONE-SALE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANSACTIONS-FILE
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANSACTIONS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM RELEASE-ONE-SALE
                   END-READ
               END-PERFORM
               CLOSE TRANSACTIONS-FILE
           END-IF.

      * A sale is a book row that moved cash to the seller, counted
      * as BOOKFORUM counts it, and a reversal is a book row that
      * moved it back; cash rows carry a marker rather than a book,
      * and zero-cash transfers set no price.
       RELEASE-ONE-SALE.
           ADD 1 TO WS-LEDGER-SEQ
           IF TRANS-BOOK (1:1) NOT = '*'
              AND TRANS-AMOUNT NOT = ZERO
               MOVE TRANS-BOOK TO SB-BOOK-ID
               MOVE TRANS-DATE TO SB-DATE
               MOVE WS-LEDGER-SEQ TO SB-SEQ
               IF TRANS-AMOUNT > ZERO
                   MOVE 'S' TO SB-TYPE
                   MOVE TRANS-AMOUNT TO SB-AMOUNT
               ELSE
                   MOVE 'R' TO SB-TYPE
                   COMPUTE SB-AMOUNT = ZERO - TRANS-AMOUNT
               END-IF
               MOVE SPACES TO SB-TITLE
               MOVE SPACE TO SB-OWNER-STATUS
               MOVE ZERO TO SB-TITLE-BIDS
               RELEASE BOOK-SORT-RECORD
           END-IF.

      * A book met only in the ledger or the order book has no 'B'
      * record - it is unlisted, or its owner may not sell - and
      * produces no catalogue line.
       WRITE-CATALOGUE.
           MOVE 'N' TO WS-SORT-EOF
           MOVE SPACES TO WS-CUR-BOOK
           MOVE 'N' TO WS-CUR-LISTED
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN BOOK-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SB-BOOK-ID NOT = WS-CUR-BOOK
                           IF WS-CUR-LISTED = 'Y'
                               PERFORM WRITE-CATALOGUE-RECORD
                           END-IF
                           MOVE SB-BOOK-ID TO WS-CUR-BOOK
                           MOVE 'N' TO WS-CUR-LISTED
                           MOVE ZERO TO WS-BOOK-BIDS
                           MOVE ZERO TO WS-ENTRY-LAST-PRICE
                           MOVE ZERO TO WS-ENTRY-LAST-DATE
                           MOVE ZERO TO WS-PRIOR-PRICE
                           MOVE ZERO TO WS-PRIOR-DATE
                           MOVE ZERO TO WS-SALES-HELD
                       END-IF
                       EVALUATE SB-TYPE
                           WHEN 'B'
                               MOVE 'Y' TO WS-CUR-LISTED
                               MOVE SB-BOOK-ID TO WS-ENTRY-BOOK-ID
                               MOVE SB-TITLE TO WS-ENTRY-TITLE
                               MOVE SB-AMOUNT TO WS-ENTRY-PRICE
                               MOVE SB-OWNER-STATUS TO WS-ENTRY-STATUS
                               ADD SB-TITLE-BIDS TO WS-BOOK-BIDS
                           WHEN 'O'
                               ADD 1 TO WS-BOOK-BIDS
                           WHEN 'S'
                               PERFORM HOLD-LATEST-SALE
                           WHEN 'R'
                               PERFORM CANCEL-REVERSED-SALE
                       END-EVALUATE
               END-RETURN
           END-PERFORM
           IF WS-CUR-LISTED = 'Y'
               PERFORM WRITE-CATALOGUE-RECORD
           END-IF.

      * The two latest sales still standing are kept, the latest
      * in the catalogue entry and the one before it behind it, so
      * a reversal of the latest leaves the previous sale showing.
       HOLD-LATEST-SALE.
           MOVE WS-ENTRY-LAST-PRICE TO WS-PRIOR-PRICE
           MOVE WS-ENTRY-LAST-DATE TO WS-PRIOR-DATE
           MOVE SB-AMOUNT TO WS-ENTRY-LAST-PRICE
           MOVE SB-DATE TO WS-ENTRY-LAST-DATE
           IF WS-SALES-HELD < 2
               ADD 1 TO WS-SALES-HELD
           END-IF.

      * A reversal cancels the most recent sale still standing for
      * the same amount. When the latest is cancelled the one before
      * it becomes the last sale; a sale further back than the two
      * kept is not known here, so cancelling both leaves the copy
      * showing no last sale. A reversal matching neither (its sale
      * already cancelled or further back) changes nothing.
       CANCEL-REVERSED-SALE.
           EVALUATE TRUE
               WHEN WS-SALES-HELD > ZERO
                  AND SB-AMOUNT = WS-ENTRY-LAST-PRICE
                   MOVE WS-PRIOR-PRICE TO WS-ENTRY-LAST-PRICE
                   MOVE WS-PRIOR-DATE TO WS-ENTRY-LAST-DATE
                   MOVE ZERO TO WS-PRIOR-PRICE
                   MOVE ZERO TO WS-PRIOR-DATE
                   SUBTRACT 1 FROM WS-SALES-HELD
               WHEN WS-SALES-HELD = 2
                  AND SB-AMOUNT = WS-PRIOR-PRICE
                   MOVE ZERO TO WS-PRIOR-PRICE
                   MOVE ZERO TO WS-PRIOR-DATE
                   MOVE 1 TO WS-SALES-HELD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A copy never sold, or whose sales have all been reversed,
      * carries zero for the last sale price and date.
       WRITE-CATALOGUE-RECORD.
           MOVE WS-ENTRY-BOOK-ID TO CAT-BOOK-ID
           MOVE WS-ENTRY-TITLE TO CAT-TITLE
           MOVE WS-ENTRY-PRICE TO CAT-PRICE
           MOVE WS-ENTRY-STATUS TO CAT-OWNER-STATUS
           MOVE WS-ENTRY-LAST-PRICE TO CAT-LAST-PRICE
           MOVE WS-ENTRY-LAST-DATE TO CAT-LAST-DATE
           MOVE WS-BOOK-BIDS TO CAT-OPEN-BIDS
           WRITE EXTRACT-RECORD
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "*** FATAL: write to CATEXP.DAT failed for "
                  WS-ENTRY-BOOK-ID ", status " WS-EXTRACT-STATUS
                  " - catalogue incomplete ***"
               CLOSE EXTRACT-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD WS-ENTRY-PRICE TO WS-PRICE-TOTAL.
