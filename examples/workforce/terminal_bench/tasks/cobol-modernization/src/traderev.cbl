       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRADEREV.

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
           SELECT REVERSAL-FILE ASSIGN TO "src/REVCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "data/AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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

      * One control record per sale to unwind, naming the original
      * ledger record exactly as BOOKFORUM posted it.
       FD REVERSAL-FILE.
       01 REVERSAL-RECORD.
           COPY REVREC.

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY AUDTREC.

       WORKING-STORAGE SECTION.
       01 WS-REV-EOF          PIC X VALUE 'N'.
       01 WS-EOF              PIC X VALUE 'N'.
       01 WS-ACCOUNTS-STATUS  PIC XX VALUE SPACES.
       01 WS-BOOKS-STATUS     PIC XX VALUE SPACES.
       01 WS-TRANS-STATUS     PIC XX VALUE SPACES.
       01 WS-HIST-STATUS      PIC XX VALUE SPACES.
       01 WS-REV-STATUS       PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS     PIC XX VALUE SPACES.
       01 WS-TODAY            PIC 9(8) VALUE ZERO.
       01 WS-HOUSE-ACCOUNT-ID PIC X(4) VALUE "HOUS".
       01 WS-HOUSE-FOUND      PIC X VALUE 'N'.
       01 WS-RECORDS-READ     PIC 9(6) VALUE ZERO.
       01 WS-RECORDS-APPLIED  PIC 9(6) VALUE ZERO.
       01 WS-RECORDS-REJECTED PIC 9(6) VALUE ZERO.
       01 WS-ORIGINAL-FOUND   PIC X VALUE 'N'.
       01 WS-ALREADY-REVERSED PIC X VALUE 'N'.
       01 WS-DUPLICATE-SALE   PIC X VALUE 'N'.
       01 WS-ORIGINAL-COUNT   PIC 9(4) VALUE ZERO.
       01 WS-REVERSAL-COUNT   PIC 9(4) VALUE ZERO.
       01 WS-BOOK-FOUND       PIC X VALUE 'N'.
       01 WS-OWNER-OK         PIC X VALUE 'N'.
       01 WS-BUYER-FOUND      PIC X VALUE 'N'.
       01 WS-SELLER-FOUND     PIC X VALUE 'N'.
       01 WS-BUYER-OPEN       PIC X VALUE 'N'.
       01 WS-SELLER-OPEN      PIC X VALUE 'N'.
       01 WS-SELLER-COVERED   PIC X VALUE 'N'.
       01 WS-HOUSE-COVERED    PIC X VALUE 'N'.
       01 WS-REJECT-TEXT      PIC X(40) VALUE SPACES.
       01 WS-ORIGINAL-FEE     PIC 9(10)V99 VALUE ZERO.
       01 WS-NET-AMOUNT       PIC 9(10)V99 VALUE ZERO.
       01 WS-REVERSED-AMOUNT  PIC S9(10)V99 VALUE ZERO.
       01 WS-AUDIT-KEY        PIC X(4) VALUE SPACES.
       01 WS-AUDIT-BEFORE     PIC X(70) VALUE SPACES.
       01 WS-AUDIT-AFTER      PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM VALIDATE-HOUSE-ACCOUNT
           IF WS-HOUSE-FOUND = 'N'
               DISPLAY "*** FATAL: house account " WS-HOUSE-ACCOUNT-ID
                  " not found in ACCOUNTS-FILE - nothing reversed ***"
               STOP RUN
           END-IF

           MOVE 'N' TO WS-REV-EOF
           OPEN INPUT REVERSAL-FILE
           IF WS-REV-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open REVCTL.DAT, "
                  "status " WS-REV-STATUS " ***"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-REV-EOF = 'Y'
               READ REVERSAL-FILE
                   AT END
                       MOVE 'Y' TO WS-REV-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM PROCESS-REVERSAL
               END-READ
           END-PERFORM
           CLOSE REVERSAL-FILE

           DISPLAY "Reversal records read:    " WS-RECORDS-READ
           DISPLAY "Reversals applied:        " WS-RECORDS-APPLIED
           DISPLAY "Reversals rejected:       " WS-RECORDS-REJECTED
           STOP RUN.

       VALIDATE-HOUSE-ACCOUNT.
           MOVE 'N' TO WS-HOUSE-FOUND
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS = "00"
               MOVE WS-HOUSE-ACCOUNT-ID TO ACCOUNT-ID
               READ ACCOUNTS-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-HOUSE-FOUND
               END-READ
               CLOSE ACCOUNTS-FILE
           END-IF.

      * A reversal unwinds exactly one posted sale. The original must
      * be on the ledger or in history as keyed, must be a priced
      * trade (a transfer is undone by transferring the book back,
      * and cash rows belong to CASHPOST), must not already have
      * been reversed, and the book must still sit with the buyer -
      * once it has been sold on, returning it to the seller would
      * take it from someone who paid for it. The seller must be
      * able to repay the net proceeds and HOUS the commission,
      * since a balance can never go below zero.
      * A sale posted twice leaves two identical rows on the ledger
      * for a single copy. While more than one such row stands
      * unreversed the one being unwound is a duplicate posting: the
      * money goes back, but the book stays with the buyer, who
      * bought it once and keeps it.
       PROCESS-REVERSAL.
           MOVE 'N' TO WS-ORIGINAL-FOUND
           MOVE 'N' TO WS-ALREADY-REVERSED
           MOVE 'N' TO WS-DUPLICATE-SALE
           MOVE ZERO TO WS-ORIGINAL-COUNT
           MOVE ZERO TO WS-REVERSAL-COUNT
           MOVE 'N' TO WS-BOOK-FOUND
           MOVE 'N' TO WS-OWNER-OK
           MOVE 'N' TO WS-BUYER-FOUND
           MOVE 'N' TO WS-SELLER-FOUND
           MOVE 'N' TO WS-BUYER-OPEN
           MOVE 'N' TO WS-SELLER-OPEN
           MOVE 'N' TO WS-SELLER-COVERED
           MOVE 'N' TO WS-HOUSE-COVERED
           MOVE ZERO TO WS-ORIGINAL-FEE
           MOVE ZERO TO WS-NET-AMOUNT

           IF REV-AMOUNT IS NUMERIC AND REV-DATE IS NUMERIC
              AND REV-AMOUNT > ZERO
              AND REV-BOOK-ID (1:1) NOT = '*'
               COMPUTE WS-REVERSED-AMOUNT = ZERO - REV-AMOUNT
               PERFORM FIND-ORIGINAL-TRADE
               IF WS-ORIGINAL-COUNT > ZERO
                   MOVE 'Y' TO WS-ORIGINAL-FOUND
               END-IF
               IF WS-REVERSAL-COUNT >= WS-ORIGINAL-COUNT
                   MOVE 'Y' TO WS-ALREADY-REVERSED
               ELSE
                   IF WS-ORIGINAL-COUNT - WS-REVERSAL-COUNT > 1
                       MOVE 'Y' TO WS-DUPLICATE-SALE
                   END-IF
               END-IF
               IF WS-ORIGINAL-FOUND = 'Y'
                   COMPUTE WS-NET-AMOUNT =
                      REV-AMOUNT - WS-ORIGINAL-FEE
                   PERFORM CHECK-REVERSAL-PARTIES
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN REV-AMOUNT NOT NUMERIC OR REV-DATE NOT NUMERIC
                   MOVE "amount or date is not numeric"
                      TO WS-REJECT-TEXT
               WHEN REV-AMOUNT = ZERO OR REV-BOOK-ID (1:1) = '*'
                   MOVE "not a priced book sale" TO WS-REJECT-TEXT
               WHEN WS-ORIGINAL-FOUND = 'N'
                   MOVE "original sale not found on ledger"
                      TO WS-REJECT-TEXT
               WHEN WS-ALREADY-REVERSED = 'Y'
                   MOVE "sale has already been reversed"
                      TO WS-REJECT-TEXT
               WHEN WS-BOOK-FOUND = 'N'
                   MOVE "book not found" TO WS-REJECT-TEXT
               WHEN WS-OWNER-OK = 'N'
                   MOVE "buyer no longer owns the book"
                      TO WS-REJECT-TEXT
               WHEN WS-BUYER-FOUND = 'N'
                   MOVE "buyer account not found" TO WS-REJECT-TEXT
               WHEN WS-SELLER-FOUND = 'N'
                   MOVE "seller account not found" TO WS-REJECT-TEXT
               WHEN WS-BUYER-OPEN = 'N'
                   MOVE "buyer account is closed" TO WS-REJECT-TEXT
               WHEN WS-SELLER-OPEN = 'N'
                   MOVE "seller account is closed" TO WS-REJECT-TEXT
               WHEN WS-SELLER-COVERED = 'N'
                   MOVE "seller cannot repay net proceeds"
                      TO WS-REJECT-TEXT
               WHEN WS-HOUSE-COVERED = 'N'
                   MOVE "house cannot repay commission"
                      TO WS-REJECT-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REJECT-TEXT
           END-EVALUATE

           IF WS-REJECT-TEXT = SPACES
               PERFORM APPLY-REVERSAL
           ELSE
               DISPLAY "Rejected reversal of book " REV-BOOK-ID
                  " dated " REV-DATE ": " WS-REJECT-TEXT
               ADD 1 TO WS-RECORDS-REJECTED
           END-IF.

      * The live ledger is searched first, then history, so a sale
      * archived by TRANARCH can still be reversed. Identical
      * originals are counted, and so are the reversal rows already
      * on file for the same book, buyer, seller and amount, dated
      * on or after the original; once there are as many reversals
      * as originals the work is done.
       FIND-ORIGINAL-TRADE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANSACTIONS-FILE
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANSACTIONS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM MATCH-ORIGINAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANSACTIONS-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE HISTORY-RECORD TO TRANSACTION-RECORD
                           PERFORM MATCH-ORIGINAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       MATCH-ORIGINAL-RECORD.
           IF TRANS-BOOK = REV-BOOK-ID
              AND TRANS-BUYER = REV-BUYER-ID
              AND TRANS-SELLER = REV-SELLER-ID
               IF TRANS-AMOUNT = REV-AMOUNT
                  AND TRANS-DATE = REV-DATE
                   IF WS-ORIGINAL-COUNT = ZERO
                       MOVE TRANS-FEE TO WS-ORIGINAL-FEE
                   END-IF
                   ADD 1 TO WS-ORIGINAL-COUNT
               END-IF
               IF TRANS-AMOUNT = WS-REVERSED-AMOUNT
                  AND TRANS-DATE >= REV-DATE
                   ADD 1 TO WS-REVERSAL-COUNT
               END-IF
           END-IF.

      * A suspended member can still be made whole - the reversal is
      * a correction, not new trading - but a closed account must
      * stay at the zero balance it was closed on. A duplicate
      * posting leaves the book where it is, so who holds it now
      * does not matter.
       CHECK-REVERSAL-PARTIES.
           OPEN INPUT BOOKS-FILE
           IF WS-BOOKS-STATUS = "00"
               MOVE REV-BOOK-ID TO BOOK-ID
               READ BOOKS-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BOOK-FOUND
                       IF BOOK-OWNER = REV-BUYER-ID
                          OR WS-DUPLICATE-SALE = 'Y'
                           MOVE 'Y' TO WS-OWNER-OK
                       END-IF
               END-READ
               CLOSE BOOKS-FILE
           END-IF

           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS = "00"
               MOVE REV-BUYER-ID TO ACCOUNT-ID
               READ ACCOUNTS-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BUYER-FOUND
                       IF ACCOUNT-STATUS NOT = 'C'
                           MOVE 'Y' TO WS-BUYER-OPEN
                       END-IF
               END-READ
               MOVE REV-SELLER-ID TO ACCOUNT-ID
               READ ACCOUNTS-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SELLER-FOUND
                       IF ACCOUNT-STATUS NOT = 'C'
                           MOVE 'Y' TO WS-SELLER-OPEN
                       END-IF
                       IF ACCOUNT-BALANCE >= WS-NET-AMOUNT
                           MOVE 'Y' TO WS-SELLER-COVERED
                       END-IF
               END-READ
               MOVE WS-HOUSE-ACCOUNT-ID TO ACCOUNT-ID
               READ ACCOUNTS-FILE
                   NOT INVALID KEY
                       IF ACCOUNT-BALANCE >= WS-ORIGINAL-FEE
                           MOVE 'Y' TO WS-HOUSE-COVERED
                       END-IF
               END-READ
               CLOSE ACCOUNTS-FILE
           END-IF.

      * The original three postings are undone account by account,
      * the book goes back to the seller, and a reversal row is
      * added to the ledger. The reversal row repeats the original's
      * book, buyer and seller with the amount and fee negated: every
      * ledger reader applying the usual buyer/seller/HOUS rule then
      * nets the pair to nothing, and the negative amount is what
      * marks the row as a reversal of the sale before it. The book
      * comes back unlisted; the seller relists it if they wish.
      * Unwinding a duplicate posting moves the money and writes the
      * reversal row the same way, but leaves the book master alone.
      * The ledger is opened first: a reversal that could not be
      * recorded there is refused before any master moves, since a
      * rerun finding no reversal row would refund the buyer again.
       APPLY-REVERSAL.
           OPEN EXTEND TRANSACTIONS-FILE
           IF WS-TRANS-STATUS = "35"
               OPEN OUTPUT TRANSACTIONS-FILE
           END-IF
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "Rejected reversal of book " REV-BOOK-ID
                  " dated " REV-DATE ": unable to open "
                  "TRANSACTIONS.DAT, status " WS-TRANS-STATUS
               ADD 1 TO WS-RECORDS-REJECTED
           ELSE
               PERFORM UNWIND-SALE
               CLOSE TRANSACTIONS-FILE
           END-IF.

       UNWIND-SALE.
           OPEN I-O ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open ACCOUNTS-FILE "
                  "mid-run, status " WS-ACCOUNTS-STATUS
                  " - nothing reversed for book " REV-BOOK-ID " ***"
               CLOSE TRANSACTIONS-FILE
               STOP RUN
           END-IF
           MOVE REV-BUYER-ID TO ACCOUNT-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "*** FATAL: buyer account " REV-BUYER-ID
                      " vanished from ACCOUNTS-FILE mid-run ***"
                   CLOSE ACCOUNTS-FILE
                   CLOSE TRANSACTIONS-FILE
                   STOP RUN
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-AUDIT-BEFORE
                   ADD REV-AMOUNT TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
                   IF WS-ACCOUNTS-STATUS NOT = "00"
                       DISPLAY "*** FATAL: rewrite of buyer account "
                          REV-BUYER-ID " failed mid-run, status "
                          WS-ACCOUNTS-STATUS " - nothing reversed "
                          "for book " REV-BOOK-ID " ***"
                       CLOSE ACCOUNTS-FILE
                       CLOSE TRANSACTIONS-FILE
                       STOP RUN
                   END-IF
                   MOVE ACCOUNT-RECORD TO WS-AUDIT-AFTER
                   MOVE ACCOUNT-ID TO WS-AUDIT-KEY
                   PERFORM WRITE-AUDIT-RECORD
           END-READ

           MOVE REV-SELLER-ID TO ACCOUNT-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "*** FATAL: seller account " REV-SELLER-ID
                      " vanished from ACCOUNTS-FILE mid-run ***"
                   CLOSE ACCOUNTS-FILE
                   CLOSE TRANSACTIONS-FILE
                   STOP RUN
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-AUDIT-BEFORE
                   SUBTRACT WS-NET-AMOUNT FROM ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
                   IF WS-ACCOUNTS-STATUS NOT = "00"
                       DISPLAY "*** FATAL: rewrite of seller account "
                          REV-SELLER-ID " failed mid-run, status "
                          WS-ACCOUNTS-STATUS " - buyer " REV-BUYER-ID
                          " already refunded for book " REV-BOOK-ID
                          " ***"
                       CLOSE ACCOUNTS-FILE
                       CLOSE TRANSACTIONS-FILE
                       STOP RUN
                   END-IF
                   MOVE ACCOUNT-RECORD TO WS-AUDIT-AFTER
                   MOVE ACCOUNT-ID TO WS-AUDIT-KEY
                   PERFORM WRITE-AUDIT-RECORD
           END-READ

           IF WS-ORIGINAL-FEE > ZERO
               MOVE WS-HOUSE-ACCOUNT-ID TO ACCOUNT-ID
               READ ACCOUNTS-FILE
                   INVALID KEY
                       DISPLAY "*** FATAL: house account "
                          WS-HOUSE-ACCOUNT-ID
                          " vanished from ACCOUNTS-FILE mid-run ***"
                       CLOSE ACCOUNTS-FILE
                       CLOSE TRANSACTIONS-FILE
                       STOP RUN
                   NOT INVALID KEY
                       MOVE ACCOUNT-RECORD TO WS-AUDIT-BEFORE
                       SUBTRACT WS-ORIGINAL-FEE FROM ACCOUNT-BALANCE
                       REWRITE ACCOUNT-RECORD
                       IF WS-ACCOUNTS-STATUS NOT = "00"
                           DISPLAY "*** FATAL: rewrite of house "
                              "account " WS-HOUSE-ACCOUNT-ID
                              " failed mid-run, status "
                              WS-ACCOUNTS-STATUS " - buyer and seller"
                              " already reversed for book "
                              REV-BOOK-ID " ***"
                           CLOSE ACCOUNTS-FILE
                           CLOSE TRANSACTIONS-FILE
                           STOP RUN
                       END-IF
                       MOVE ACCOUNT-RECORD TO WS-AUDIT-AFTER
                       MOVE ACCOUNT-ID TO WS-AUDIT-KEY
                       PERFORM WRITE-AUDIT-RECORD
               END-READ
           END-IF
           CLOSE ACCOUNTS-FILE

           IF WS-DUPLICATE-SALE = 'N'
               PERFORM RETURN-BOOK-TO-SELLER
           END-IF

           MOVE REV-BOOK-ID TO TRANS-BOOK
           MOVE REV-BUYER-ID TO TRANS-BUYER
           MOVE REV-SELLER-ID TO TRANS-SELLER
           MOVE WS-REVERSED-AMOUNT TO TRANS-AMOUNT
           COMPUTE TRANS-FEE = ZERO - WS-ORIGINAL-FEE
           MOVE WS-TODAY TO TRANS-DATE
           WRITE TRANSACTION-RECORD
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "*** FATAL: reversal row for book "
                  REV-BOOK-ID " not written, TRANSACTIONS.DAT "
                  "status " WS-TRANS-STATUS " - masters reversed "
                  "but no ledger row ***"
               CLOSE TRANSACTIONS-FILE
               STOP RUN
           END-IF

           IF WS-DUPLICATE-SALE = 'Y'
               DISPLAY "Duplicate sale of book " REV-BOOK-ID " dated "
                  REV-DATE " reversed: " REV-BUYER-ID
                  " refunded, book left with buyer"
           ELSE
               DISPLAY "Sale of book " REV-BOOK-ID " dated " REV-DATE
                  " reversed: " REV-BUYER-ID " refunded, book returned"
                  " to " REV-SELLER-ID
           END-IF
           ADD 1 TO WS-RECORDS-APPLIED.

       RETURN-BOOK-TO-SELLER.
           OPEN I-O BOOKS-FILE
           IF WS-BOOKS-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open BOOKS-FILE mid-run, "
                  "status " WS-BOOKS-STATUS " - accounts reversed "
                  "but book " REV-BOOK-ID " not returned ***"
               CLOSE TRANSACTIONS-FILE
               STOP RUN
           END-IF
           MOVE REV-BOOK-ID TO BOOK-ID
           READ BOOKS-FILE
               INVALID KEY
                   DISPLAY "*** FATAL: book " REV-BOOK-ID
                      " vanished from BOOKS-FILE mid-run ***"
                   CLOSE BOOKS-FILE
                   CLOSE TRANSACTIONS-FILE
                   STOP RUN
               NOT INVALID KEY
                   MOVE BOOK-RECORD TO WS-AUDIT-BEFORE
                   MOVE REV-SELLER-ID TO BOOK-OWNER
                   MOVE 'N' TO BOOK-LIST-FLAG
                   REWRITE BOOK-RECORD
                   IF WS-BOOKS-STATUS NOT = "00"
                       DISPLAY "*** FATAL: rewrite of book "
                          REV-BOOK-ID " failed mid-run, status "
                          WS-BOOKS-STATUS " - accounts reversed but "
                          "book not returned ***"
                       CLOSE BOOKS-FILE
                       CLOSE TRANSACTIONS-FILE
                       STOP RUN
                   END-IF
                   MOVE BOOK-RECORD TO WS-AUDIT-AFTER
                   MOVE BOOK-ID TO WS-AUDIT-KEY
                   PERFORM WRITE-AUDIT-RECORD
           END-READ
           CLOSE BOOKS-FILE.

      * Every master record the reversal touches is audited under
      * its own key, with the reversal control record as keyed.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "*** Audit write lost for " WS-AUDIT-KEY
                  ": unable to open AUDIT.DAT, status "
                  WS-AUDIT-STATUS " ***"
           ELSE
               MOVE WS-TODAY TO AUDIT-DATE
               MOVE 'V' TO AUDIT-ACTION
               MOVE WS-AUDIT-KEY TO AUDIT-KEY
               MOVE REVERSAL-RECORD TO AUDIT-CONTROL
               MOVE WS-AUDIT-BEFORE TO AUDIT-BEFORE
               MOVE WS-AUDIT-AFTER TO AUDIT-AFTER
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.
