               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT CHECK-SORT-FILE ASSIGN TO "data/LEDGCHK.SRT".

       DATA DIVISION.
       FILE SECTION.
       01 SNAPSHOT-RECORD.
           COPY SNAPREC.

      * Each opening ('O') and each replayed posting ('E') by
      * account, then in the order it was read, so a repeated
      * opening for one account still leaves the last one standing.
       SD CHECK-SORT-FILE.
       01 CHECK-SORT-RECORD.
           05 SC-ACCOUNT       PIC X(4).
           05 SC-SEQ           PIC 9(8).
           05 SC-TYPE          PIC X(1).
           05 SC-AMOUNT        PIC S9(12)V99.

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X VALUE 'N'.
       01 WS-ACCT-EOF         PIC X VALUE 'N'.
       01 WS-CASH-COUNTER-ID  PIC X(4) VALUE "CASH".
       01 WS-SEARCH-ID        PIC X(4) VALUE SPACES.
       01 WS-EFFECT           PIC S9(12)V99 VALUE ZERO.
       01 WS-POST-SEQ         PIC 9(8) VALUE ZERO.
       01 WS-NEXT-ACCOUNT     PIC X(4) VALUE SPACES.
       01 WS-ACCT-OPENING     PIC S9(12)V99 VALUE ZERO.
       01 WS-ACCT-EFFECT      PIC S9(12)V99 VALUE ZERO.
       01 WS-COMPUTED         PIC S9(12)V99 VALUE ZERO.
       01 WS-DELTA            PIC S9(12)V99 VALUE ZERO.
       01 WS-REPLAYED         PIC 9(6) VALUE ZERO.
       01 WS-ACCTS-CHECKED    PIC 9(6) VALUE ZERO.
       01 WS-ACCTS-WRONG      PIC 9(6) VALUE ZERO.
       01 WS-CHAIN-BOOK       PIC X(4) VALUE SPACES.
       01 WS-CHAIN-OWNER      PIC X(4) VALUE SPACES.
       01 WS-CHAIN-FROM       PIC X(4) VALUE SPACES.
       01 WS-CHAIN-TO         PIC X(4) VALUE SPACES.
       01 WS-CHAIN-SEEN       PIC X VALUE 'N'.
       01 WS-CHAIN-BROKEN     PIC X VALUE 'N'.
       01 WS-CHAIN-AMOUNT     PIC 9(10)V99 VALUE ZERO.
       01 WS-LAST-SELLER      PIC X(4) VALUE SPACES.
       01 WS-LAST-AMOUNT      PIC 9(10)V99 VALUE ZERO.
       01 WS-DUP-PENDING      PIC 9(4) VALUE ZERO.
       01 WS-DUP-SELLER       PIC X(4) VALUE SPACES.
       01 WS-DUP-BUYER        PIC X(4) VALUE SPACES.
       01 WS-DUP-AMOUNT       PIC 9(10)V99 VALUE ZERO.
       01 WS-DUP-DATE         PIC 9(8) VALUE ZERO.
       01 WS-BOOK-MASTER-OWNER PIC X(4) VALUE SPACES.
       01 WS-BOOKS-CHECKED    PIC 9(6) VALUE ZERO.
       01 WS-BOOKS-UNTRADED   PIC 9(6) VALUE ZERO.
           ELSE
               DISPLAY "Opening position: close of " WS-FLOOR-DATE
           END-IF
      * Openings and replayed postings are sorted by account and
      * matched against the master in key order, so there is no
      * ceiling on the number of accounts checked.
           SORT CHECK-SORT-FILE
               ON ASCENDING KEY SC-ACCOUNT SC-SEQ
               INPUT PROCEDURE IS RELEASE-CHECK-POSTINGS
               OUTPUT PROCEDURE IS VERIFY-ACCOUNT-BALANCES
           PERFORM VERIFY-OWNERSHIP-CHAINS

           DISPLAY " "
               CLOSE SNAPSHOT-FILE
           END-IF.

       RELEASE-CHECK-POSTINGS.
           PERFORM LOAD-OPENING-POSITION
           PERFORM REPLAY-LEDGER.

       LOAD-OPENING-POSITION.
           IF WS-FLOOR-DATE > ZERO
               MOVE 'N' TO WS-SNAP-EOF
                                   MOVE SNAP-ACCOUNT-ID
                                      TO WS-SEARCH-ID
                                   MOVE SNAP-BALANCE TO WS-EFFECT
                                   MOVE 'O' TO SC-TYPE
                                   PERFORM RELEASE-CHECK-POSTING
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

       RELEASE-CHECK-POSTING.
           ADD 1 TO WS-POST-SEQ
           MOVE WS-SEARCH-ID TO SC-ACCOUNT
           MOVE WS-POST-SEQ TO SC-SEQ
           MOVE WS-EFFECT TO SC-AMOUNT
           RELEASE CHECK-SORT-RECORD.

      * The replay applies every ledger record dated after the
      * close the way the posting runs applied it: the buyer pays
      * commission, and the fee lands on HOUS. The *DEP/*WDR cash
      * rows carry the CASH counter id on one side and fall out of
      * the same rule; CASH itself has no master record and is
      * never compared. A TRADEREV reversal row repeats its sale
      * with the amount and fee negated, so the same rule undoes
      * all three postings.
       REPLAY-LEDGER.
           MOVE 'N' TO WS-EOF
           OPEN INPUT HISTORY-FILE
               ADD 1 TO WS-REPLAYED
               MOVE TRANS-BUYER TO WS-SEARCH-ID
               COMPUTE WS-EFFECT = ZERO - TRANS-AMOUNT
               PERFORM POST-CHECK-EFFECT
               MOVE TRANS-SELLER TO WS-SEARCH-ID
               COMPUTE WS-EFFECT = TRANS-AMOUNT - TRANS-FEE
               PERFORM POST-CHECK-EFFECT
               IF TRANS-FEE NOT = ZERO
                   MOVE WS-HOUSE-ACCOUNT-ID TO WS-SEARCH-ID
                   MOVE TRANS-FEE TO WS-EFFECT
                   PERFORM POST-CHECK-EFFECT
               END-IF
           END-IF.

       POST-CHECK-EFFECT.
           MOVE 'E' TO SC-TYPE
           PERFORM RELEASE-CHECK-POSTING.

      * Every master account is judged on its own: opening plus
      * replayed effect against ACCOUNT-BALANCE as it stands. The
      * master is read in key order alongside the sorted postings;
      * postings for an id with no master record (CASH) are passed
      * over, and a master account with none computes to zero.
       VERIFY-ACCOUNT-BALANCES.
           DISPLAY " "
           DISPLAY "ACCOUNT BALANCE CHECK"
                  "status " WS-ACCOUNTS-STATUS " ***"
               STOP RUN
           END-IF
           PERFORM RETURN-CHECK-POSTING
           PERFORM UNTIL WS-ACCT-EOF = 'Y'
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
               DISPLAY "  (every account balance agrees)"
           END-IF.

      * The next sorted posting's account, HIGH-VALUES once the
      * postings run out so every remaining master reads past it.
       RETURN-CHECK-POSTING.
           RETURN CHECK-SORT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-NEXT-ACCOUNT
               NOT AT END
                   MOVE SC-ACCOUNT TO WS-NEXT-ACCOUNT
           END-RETURN.

       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCTS-CHECKED
           MOVE ZERO TO WS-ACCT-OPENING
           MOVE ZERO TO WS-ACCT-EFFECT
           PERFORM UNTIL WS-NEXT-ACCOUNT NOT < ACCOUNT-ID
               PERFORM RETURN-CHECK-POSTING
           END-PERFORM
           PERFORM UNTIL WS-NEXT-ACCOUNT NOT = ACCOUNT-ID
               IF SC-TYPE = 'O'
                   MOVE SC-AMOUNT TO WS-ACCT-OPENING
               ELSE
                   ADD SC-AMOUNT TO WS-ACCT-EFFECT
               END-IF
               PERFORM RETURN-CHECK-POSTING
           END-PERFORM
           COMPUTE WS-COMPUTED = WS-ACCT-OPENING + WS-ACCT-EFFECT
           COMPUTE WS-DELTA = ACCOUNT-BALANCE - WS-COMPUTED
           IF WS-DELTA NOT = ZERO
               ADD 1 TO WS-ACCTS-WRONG
      * previous trade left behind, and the owner the last trade
      * left behind must be BOOK-OWNER on the master. The first
      * record that diverges is printed; a book that never traded
      * has no chain to prove and is only counted. A reversal row
      * (negative amount) runs the other way: the book must still be
      * with the buyer of the sale it reverses, and goes back to
      * that sale's seller. A sale row repeating the sale before it
      * (same seller and amount, to the buyer who already holds the
      * book) is a duplicate posting and moves nothing; it is held
      * as pending until a reversal row for the same buyer, seller
      * and amount takes it off, again without moving the book, as
      * TRADEREV unwinds a duplicate. Only a duplicate still pending
      * at the end of the ledger is a divergence.
       VERIFY-OWNERSHIP-CHAINS.
           DISPLAY " "
           DISPLAY "BOOK OWNERSHIP CHECK"
           MOVE 'N' TO WS-CHAIN-SEEN
           MOVE 'N' TO WS-CHAIN-BROKEN
           MOVE SPACES TO WS-CHAIN-OWNER
           MOVE SPACES TO WS-LAST-SELLER
           MOVE ZERO TO WS-LAST-AMOUNT
           MOVE ZERO TO WS-DUP-PENDING
           MOVE 'N' TO WS-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
           IF WS-CHAIN-SEEN = 'N'
               ADD 1 TO WS-BOOKS-UNTRADED
           ELSE
               IF WS-CHAIN-BROKEN = 'N'
                  AND WS-DUP-PENDING > ZERO
                   MOVE 'Y' TO WS-CHAIN-BROKEN
                   ADD 1 TO WS-BOOKS-WRONG
                   DISPLAY "  " WS-CHAIN-BOOK
                      " duplicate sale at " WS-DUP-DATE
                      " seller " WS-DUP-SELLER
                      " buyer " WS-DUP-BUYER
                      " never reversed"
               END-IF
               IF WS-CHAIN-BROKEN = 'N'
                  AND WS-CHAIN-OWNER NOT = WS-BOOK-MASTER-OWNER
                   ADD 1 TO WS-BOOKS-WRONG
       CHAIN-ONE-RECORD.
           IF TRANS-BOOK = WS-CHAIN-BOOK
              AND WS-CHAIN-BROKEN = 'N'
               IF TRANS-AMOUNT < ZERO
                   MOVE TRANS-BUYER TO WS-CHAIN-FROM
                   MOVE TRANS-SELLER TO WS-CHAIN-TO
                   COMPUTE WS-CHAIN-AMOUNT = ZERO - TRANS-AMOUNT
               ELSE
                   MOVE TRANS-SELLER TO WS-CHAIN-FROM
                   MOVE TRANS-BUYER TO WS-CHAIN-TO
                   MOVE TRANS-AMOUNT TO WS-CHAIN-AMOUNT
               END-IF
               EVALUATE TRUE
                   WHEN WS-CHAIN-SEEN = 'Y'
                      AND TRANS-AMOUNT > ZERO
                      AND TRANS-BUYER = WS-CHAIN-OWNER
                      AND TRANS-SELLER = WS-LAST-SELLER
                      AND WS-CHAIN-AMOUNT = WS-LAST-AMOUNT
                       PERFORM HOLD-DUPLICATE-SALE
                   WHEN TRANS-AMOUNT < ZERO
                      AND WS-DUP-PENDING > ZERO
                      AND TRANS-BUYER = WS-DUP-BUYER
                      AND TRANS-SELLER = WS-DUP-SELLER
                      AND WS-CHAIN-AMOUNT = WS-DUP-AMOUNT
                       SUBTRACT 1 FROM WS-DUP-PENDING
                   WHEN OTHER
                       PERFORM MOVE-CHAIN-OWNER
               END-EVALUATE
           END-IF.

      * Duplicates are held for one sale at a time: a second sale
      * posted twice while an earlier duplicate is still waiting for
      * its reversal is reported at once rather than tracked.
       HOLD-DUPLICATE-SALE.
           IF WS-DUP-PENDING > ZERO
              AND (TRANS-BUYER NOT = WS-DUP-BUYER
                 OR TRANS-SELLER NOT = WS-DUP-SELLER
                 OR WS-CHAIN-AMOUNT NOT = WS-DUP-AMOUNT)
               MOVE 'Y' TO WS-CHAIN-BROKEN
               ADD 1 TO WS-BOOKS-WRONG
               DISPLAY "  " WS-CHAIN-BOOK
                  " duplicate sale at " WS-DUP-DATE
                  " seller " WS-DUP-SELLER
                  " buyer " WS-DUP-BUYER
                  " never reversed"
           ELSE
               ADD 1 TO WS-DUP-PENDING
               MOVE TRANS-BUYER TO WS-DUP-BUYER
               MOVE TRANS-SELLER TO WS-DUP-SELLER
               MOVE WS-CHAIN-AMOUNT TO WS-DUP-AMOUNT
               MOVE TRANS-DATE TO WS-DUP-DATE
           END-IF.

       MOVE-CHAIN-OWNER.
           IF TRANS-AMOUNT > ZERO
               MOVE TRANS-SELLER TO WS-LAST-SELLER
               MOVE WS-CHAIN-AMOUNT TO WS-LAST-AMOUNT
           ELSE
               MOVE SPACES TO WS-LAST-SELLER
               MOVE ZERO TO WS-LAST-AMOUNT
           END-IF
           IF WS-CHAIN-SEEN = 'N'
      * The chain opens with the first trade on file: its seller is
      * taken as the original owner, since the pre-ledger loading
      * of BOOKS.DAT left no record to check against.
               MOVE 'Y' TO WS-CHAIN-SEEN
               MOVE WS-CHAIN-TO TO WS-CHAIN-OWNER
           ELSE
               IF WS-CHAIN-FROM = WS-CHAIN-OWNER
                   MOVE WS-CHAIN-TO TO WS-CHAIN-OWNER
               ELSE
                   MOVE 'Y' TO WS-CHAIN-BROKEN
                   ADD 1 TO WS-BOOKS-WRONG
                   DISPLAY "  " WS-CHAIN-BOOK
                      " chain diverges at " TRANS-DATE
                      " seller " TRANS-SELLER
                      " buyer " TRANS-BUYER
                      " - owner on chain was " WS-CHAIN-OWNER
               END-IF
           END-IF.
