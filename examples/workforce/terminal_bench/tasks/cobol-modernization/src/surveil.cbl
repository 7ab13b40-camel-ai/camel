       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURVEIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PARM-FILE ASSIGN TO "src/SRVPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ALERT-FILE ASSIGN TO "data/ALERTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "data/SURVRPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ACTIVITY-SORT-FILE ASSIGN TO "data/SRVACT.SRT".
           SELECT SALES-SORT-FILE ASSIGN TO "data/SRVSALE.SRT".

       DATA DIVISION.
       FILE SECTION.
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

      * The scheduled night stream mounts this record instead of an
      * operator: the first date alerts are raised for (zero for the
      * whole ledger), the price band in percent either side of
      * BOOK-PRICE, the multiple of an account's usual daily trade
      * count that makes a spike, and the fewest trades in a day
      * that can be called a spike at all. A zero threshold takes
      * the standard setting.
       FD PARM-FILE.
       01 PARM-RECORD.
           05 SVP-FROM-DATE    PIC 9(8).
           05 SVP-PRICE-PCT    PIC 9(3).
           05 SVP-SPIKE-FACTOR PIC 9(2).
           05 SVP-SPIKE-MIN    PIC 9(3).

      * One record per alert, for compliance to work the next
      * morning. The reference amount is whatever the alert is
      * measured against: the outbound sale of a round trip, the
      * BOOK-PRICE of a price outlier, the deposit a withdrawal
      * followed, or the account's usual trades per day.
       FD ALERT-FILE.
       01 ALERT-RECORD.
           COPY ALRTREC.

       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(80).

      * Every account's dated activity - each side of a sale, each
      * deposit, each withdrawal - in ledger order within the day.
       SD ACTIVITY-SORT-FILE.
       01 ACTIVITY-SORT-RECORD.
           05 SA-ACCOUNT       PIC X(4).
           05 SA-DATE          PIC 9(8).
           05 SA-SEQ           PIC 9(8).
           05 SA-TYPE          PIC X(1).
           05 SA-AMOUNT        PIC 9(10)V99.

      * Every book row of the ledger, copy by copy, in the order the
      * copy changed hands.
       SD SALES-SORT-FILE.
       01 SALES-SORT-RECORD.
           05 SS-BOOK          PIC X(4).
           05 SS-DATE          PIC 9(8).
           05 SS-SEQ           PIC 9(8).
           05 SS-BUYER         PIC X(4).
           05 SS-SELLER        PIC X(4).
           05 SS-AMOUNT        PIC S9(10)V99.

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X VALUE 'N'.
       01 WS-SORT-EOF         PIC X VALUE 'N'.
       01 WS-BOOKS-STATUS     PIC XX VALUE SPACES.
       01 WS-TRANS-STATUS     PIC XX VALUE SPACES.
       01 WS-HIST-STATUS      PIC XX VALUE SPACES.
       01 WS-PARM-STATUS      PIC XX VALUE SPACES.
       01 WS-ALERT-STATUS     PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS    PIC XX VALUE SPACES.
       01 WS-PARM-PRESENT     PIC X VALUE 'N'.
       01 WS-BOOKS-OPEN       PIC X VALUE 'N'.
       01 WS-TODAY            PIC 9(8) VALUE ZERO.
       01 WS-FROM-DATE        PIC 9(8) VALUE ZERO.
       01 WS-PRICE-PCT        PIC 9(3) VALUE ZERO.
       01 WS-SPIKE-FACTOR     PIC 9(2) VALUE ZERO.
       01 WS-SPIKE-MIN        PIC 9(3) VALUE ZERO.
       01 WS-DEPOSIT-MARKER   PIC X(4) VALUE "*DEP".
       01 WS-WITHDRAW-MARKER  PIC X(4) VALUE "*WDR".
       01 WS-LEDGER-SEQ       PIC 9(8) VALUE ZERO.
       01 WS-RECORDS-READ     PIC 9(8) VALUE ZERO.
       01 WS-PRICE-DIFF       PIC S9(10)V99 VALUE ZERO.
       01 WS-PRICE-GAP        PIC 9(10)V99 VALUE ZERO.
       01 WS-ANY-ACTIVITY     PIC X VALUE 'N'.
       01 WS-CUR-ACCOUNT      PIC X(4) VALUE SPACES.
       01 WS-CUR-DATE         PIC 9(8) VALUE ZERO.
       01 WS-DAY-TRADES       PIC 9(6) VALUE ZERO.
       01 WS-PRIOR-TRADES     PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-DAYS       PIC 9(6) VALUE ZERO.
       01 WS-USUAL-LEVEL      PIC 9(10)V99 VALUE ZERO.
       01 WS-DEP-PENDING      PIC X VALUE 'N'.
       01 WS-DEP-AMOUNT       PIC 9(10)V99 VALUE ZERO.
       01 WS-CUR-BOOK         PIC X(4) VALUE SPACES.
       01 WS-ANY-SALE         PIC X VALUE 'N'.
       01 WS-PREV-VALID       PIC X VALUE 'N'.
       01 WS-PREV-BUYER       PIC X(4) VALUE SPACES.
       01 WS-PREV-SELLER      PIC X(4) VALUE SPACES.
       01 WS-PREV-AMOUNT      PIC 9(10)V99 VALUE ZERO.
       01 WS-ROUND-TRIPS      PIC 9(6) VALUE ZERO.
       01 WS-PRICE-ALERTS     PIC 9(6) VALUE ZERO.
       01 WS-SPIKE-ALERTS     PIC 9(6) VALUE ZERO.
       01 WS-CASH-ALERTS      PIC 9(6) VALUE ZERO.
       01 WS-ALERTS-WRITTEN   PIC 9(6) VALUE ZERO.
       01 WS-PAGE-NUMBER      PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT       PIC 9(2) VALUE 99.
       01 WS-PAGE-LIMIT       PIC 9(2) VALUE 55.
       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.

       01 WS-PAGE-HEADING.
           05 FILLER           PIC X(34)
              VALUE "BOOKFORUM TRADE SURVEILLANCE".
           05 FILLER           PIC X(5) VALUE "DATE ".
           05 PH-DATE          PIC 9(8).
           05 FILLER           PIC X(24) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE "PAGE ".
           05 PH-PAGE          PIC ZZZ9.

       01 WS-PARM-LINE.
           05 FILLER           PIC X(6) VALUE "FROM ".
           05 PRM-FROM         PIC 9(8).
           05 FILLER           PIC X(14) VALUE "  PRICE BAND ".
           05 PRM-PCT          PIC ZZ9.
           05 FILLER           PIC X(13) VALUE "%  SPIKE AT X".
           05 PRM-FACTOR       PIC Z9.
           05 FILLER           PIC X(10) VALUE "  MINIMUM ".
           05 PRM-MIN          PIC ZZ9.

       01 WS-COLUMN-HEAD-1.
           05 FILLER           PIC X(45) VALUE
              "DATE      TY  ACCT  OTHR  BOOK         AMOUNT".
           05 FILLER           PIC X(35) VALUE
              "      REFERENCE   COUNT".
       01 WS-COLUMN-HEAD-2.
           05 FILLER           PIC X(45) VALUE
              "--------  --  ----  ----  ----  -------------".
           05 FILLER           PIC X(35) VALUE
              "  -------------  ------".

       01 WS-DETAIL-LINE.
           05 DET-DATE         PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-TYPE         PIC X(2).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-ACCOUNT      PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-OTHER        PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-BOOK         PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-AMOUNT       PIC Z(9)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-REF          PIC Z(9)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-COUNT        PIC ZZZZZ9.

       01 WS-TEXT-LINE.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 DET-TEXT         PIC X(30).

       01 WS-TOTAL-LINE.
           05 TOT-LABEL        PIC X(24).
           05 TOT-COUNT        PIC ZZZZZ9.

       PROCEDURE DIVISION.
      * Two passes over history then the live ledger, each feeding a
      * sort: the first orders every account's activity by day for
      * the spike and deposit-withdrawal tests (and prices each sale
      * as it goes), the second orders every copy's sales for the
      * round-trip test. Sorting rather than tabling keeps the run
      * free of any ceiling on accounts or books. The whole ledger
      * is always read so each account's usual level has its full
      * history behind it; only events dated on or after the start
      * date raise alerts, so a nightly run reports the new day
      * without repeating old findings.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-RUN-PARAMETERS
           IF WS-PARM-PRESENT = 'N'
               DISPLAY "Enter surveillance start date YYYYMMDD "
                  "(0 for all)"
               ACCEPT WS-FROM-DATE
               DISPLAY "Enter price band percent (0 for 50)"
               ACCEPT WS-PRICE-PCT
               DISPLAY "Enter trade spike multiple (0 for 3)"
               ACCEPT WS-SPIKE-FACTOR
               DISPLAY "Enter fewest trades for a spike (0 for 5)"
               ACCEPT WS-SPIKE-MIN
           END-IF
           IF WS-PRICE-PCT = ZERO
               MOVE 50 TO WS-PRICE-PCT
           END-IF
           IF WS-SPIKE-FACTOR = ZERO
               MOVE 3 TO WS-SPIKE-FACTOR
           END-IF
           IF WS-SPIKE-MIN = ZERO
               MOVE 5 TO WS-SPIKE-MIN
           END-IF

           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open ALERTS.DAT, "
                  "status " WS-ALERT-STATUS " ***"
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open SURVRPT.DAT, "
                  "status " WS-REPORT-STATUS " ***"
               CLOSE ALERT-FILE
               STOP RUN
           END-IF
           MOVE WS-TODAY TO PH-DATE
           MOVE WS-FROM-DATE TO PRM-FROM
           MOVE WS-PRICE-PCT TO PRM-PCT
           MOVE WS-SPIKE-FACTOR TO PRM-FACTOR
           MOVE WS-SPIKE-MIN TO PRM-MIN
           MOVE WS-PARM-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE

           SORT ACTIVITY-SORT-FILE
               ON ASCENDING KEY SA-ACCOUNT SA-DATE SA-SEQ
               INPUT PROCEDURE IS RELEASE-ACTIVITY
               OUTPUT PROCEDURE IS SCAN-ACCOUNT-ACTIVITY
           SORT SALES-SORT-FILE
               ON ASCENDING KEY SS-BOOK SS-DATE SS-SEQ
               INPUT PROCEDURE IS RELEASE-SALES
               OUTPUT PROCEDURE IS SCAN-BOOK-SALES

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           CLOSE ALERT-FILE
           DISPLAY "Ledger records read: " WS-RECORDS-READ
           DISPLAY "Alerts raised:       " WS-ALERTS-WRITTEN
           DISPLAY "Alerts written to data/ALERTS.DAT, report to "
              "data/SURVRPT.DAT"
           STOP RUN.

      * A mounted SRVPARM.DAT replaces the console prompts so the
      * night stream can run unattended; with no file mounted the
      * prompts are used. A mounted but empty or non-numeric record
      * is refused outright rather than guessed at.
       READ-RUN-PARAMETERS.
           MOVE 'N' TO WS-PARM-PRESENT
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "*** FATAL: SRVPARM.DAT is mounted "
                          "but empty - no surveillance run ***"
                       CLOSE PARM-FILE
                       STOP RUN
                   NOT AT END
                       IF SVP-FROM-DATE IS NUMERIC
                          AND SVP-PRICE-PCT IS NUMERIC
                          AND SVP-SPIKE-FACTOR IS NUMERIC
                          AND SVP-SPIKE-MIN IS NUMERIC
                           MOVE 'Y' TO WS-PARM-PRESENT
                           MOVE SVP-FROM-DATE TO WS-FROM-DATE
                           MOVE SVP-PRICE-PCT TO WS-PRICE-PCT
                           MOVE SVP-SPIKE-FACTOR TO WS-SPIKE-FACTOR
                           MOVE SVP-SPIKE-MIN TO WS-SPIKE-MIN
                       ELSE
                           DISPLAY "*** FATAL: SRVPARM.DAT fields "
                              "are not numeric - no surveillance "
                              "run ***"
                           CLOSE PARM-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      * First pass. Each ledger row is numbered as it is read so the
      * sort keeps same-day activity in posting order - a deposit
      * and a withdrawal on one day must stay the right way round.
      * The books master stays open across the pass for the price
      * test, one keyed read per sale.
       RELEASE-ACTIVITY.
           MOVE ZERO TO WS-LEDGER-SEQ
           MOVE 'N' TO WS-BOOKS-OPEN
           OPEN INPUT BOOKS-FILE
           IF WS-BOOKS-STATUS = "00"
               MOVE 'Y' TO WS-BOOKS-OPEN
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
                           PERFORM RELEASE-ONE-ACTIVITY
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
                           PERFORM RELEASE-ONE-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE TRANSACTIONS-FILE
           END-IF
           IF WS-BOOKS-OPEN = 'Y'
               CLOSE BOOKS-FILE
           END-IF.

      * A sale counts as a trade for both parties. A deposit
      * credits the member on the seller side and a withdrawal
      * debits the member on the buyer side, the CASH counter id
      * filling the other. Transfers and reversals are not trading
      * and other marker rows move no member cash, so none of them
      * is released.
       RELEASE-ONE-ACTIVITY.
           ADD 1 TO WS-RECORDS-READ
           ADD 1 TO WS-LEDGER-SEQ
           MOVE TRANS-DATE TO SA-DATE
           MOVE WS-LEDGER-SEQ TO SA-SEQ
           EVALUATE TRUE
               WHEN TRANS-BOOK = WS-DEPOSIT-MARKER
                   MOVE TRANS-SELLER TO SA-ACCOUNT
                   MOVE 'D' TO SA-TYPE
                   MOVE TRANS-AMOUNT TO SA-AMOUNT
                   RELEASE ACTIVITY-SORT-RECORD
               WHEN TRANS-BOOK = WS-WITHDRAW-MARKER
                   MOVE TRANS-BUYER TO SA-ACCOUNT
                   MOVE 'W' TO SA-TYPE
                   MOVE TRANS-AMOUNT TO SA-AMOUNT
                   RELEASE ACTIVITY-SORT-RECORD
               WHEN TRANS-BOOK (1:1) = '*'
                   CONTINUE
               WHEN TRANS-AMOUNT > ZERO
                   MOVE 'T' TO SA-TYPE
                   MOVE TRANS-AMOUNT TO SA-AMOUNT
                   MOVE TRANS-BUYER TO SA-ACCOUNT
                   RELEASE ACTIVITY-SORT-RECORD
                   MOVE TRANS-SELLER TO SA-ACCOUNT
                   RELEASE ACTIVITY-SORT-RECORD
                   PERFORM CHECK-SALE-PRICE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A sale more than the price band away from the copy's listed
      * BOOK-PRICE, either way, is an outlier. A copy no longer on
      * the master, or one carrying no price, has nothing to be
      * measured against and is passed.
       CHECK-SALE-PRICE.
           IF TRANS-DATE >= WS-FROM-DATE AND WS-BOOKS-OPEN = 'Y'
               MOVE TRANS-BOOK TO BOOK-ID
               READ BOOKS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TEST-SALE-PRICE
               END-READ
           END-IF.

       TEST-SALE-PRICE.
           IF BOOK-PRICE > ZERO
               COMPUTE WS-PRICE-DIFF = TRANS-AMOUNT - BOOK-PRICE
               IF WS-PRICE-DIFF < ZERO
                   COMPUTE WS-PRICE-GAP = ZERO - WS-PRICE-DIFF
               ELSE
                   MOVE WS-PRICE-DIFF TO WS-PRICE-GAP
               END-IF
               IF WS-PRICE-GAP * 100 > BOOK-PRICE * WS-PRICE-PCT
                   MOVE SPACES TO ALERT-RECORD
                   MOVE "PX" TO ALERT-TYPE
                   MOVE TRANS-DATE TO ALERT-DATE
                   MOVE TRANS-SELLER TO ALERT-ACCOUNT
                   MOVE TRANS-BUYER TO ALERT-OTHER
                   MOVE TRANS-BOOK TO ALERT-BOOK
                   MOVE TRANS-AMOUNT TO ALERT-AMOUNT
                   MOVE BOOK-PRICE TO ALERT-REF-AMOUNT
                   MOVE ZERO TO ALERT-COUNT
                   IF WS-PRICE-DIFF > ZERO
                       MOVE "Sale far above BOOK-PRICE"
                          TO ALERT-TEXT
                   ELSE
                       MOVE "Sale far below BOOK-PRICE"
                          TO ALERT-TEXT
                   END-IF
                   ADD 1 TO WS-PRICE-ALERTS
                   PERFORM WRITE-ALERT
               END-IF
           END-IF.

       SCAN-ACCOUNT-ACTIVITY.
           MOVE 'N' TO WS-ANY-ACTIVITY
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN ACTIVITY-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM SCAN-ONE-ACTIVITY
               END-RETURN
           END-PERFORM
           IF WS-ANY-ACTIVITY = 'Y'
               PERFORM CLOSE-TRADING-DAY
           END-IF.

      * Control breaks on account then day. A deposit is left
      * pending until the account's next activity: a trade clears
      * it, a withdrawal arriving first is the alert - cash passed
      * through the account without ever being used to trade.
       SCAN-ONE-ACTIVITY.
           IF WS-ANY-ACTIVITY = 'N'
              OR SA-ACCOUNT NOT = WS-CUR-ACCOUNT
               IF WS-ANY-ACTIVITY = 'Y'
                   PERFORM CLOSE-TRADING-DAY
               END-IF
               MOVE 'Y' TO WS-ANY-ACTIVITY
               MOVE SA-ACCOUNT TO WS-CUR-ACCOUNT
               MOVE SA-DATE TO WS-CUR-DATE
               MOVE ZERO TO WS-DAY-TRADES
               MOVE ZERO TO WS-PRIOR-TRADES
               MOVE ZERO TO WS-PRIOR-DAYS
               MOVE 'N' TO WS-DEP-PENDING
           ELSE
               IF SA-DATE NOT = WS-CUR-DATE
                   PERFORM CLOSE-TRADING-DAY
                   MOVE SA-DATE TO WS-CUR-DATE
               END-IF
           END-IF
           EVALUATE SA-TYPE
               WHEN 'T'
                   ADD 1 TO WS-DAY-TRADES
                   MOVE 'N' TO WS-DEP-PENDING
               WHEN 'D'
                   MOVE 'Y' TO WS-DEP-PENDING
                   MOVE SA-AMOUNT TO WS-DEP-AMOUNT
               WHEN 'W'
                   IF WS-DEP-PENDING = 'Y'
                      AND SA-DATE >= WS-FROM-DATE
                       MOVE SPACES TO ALERT-RECORD
                       MOVE "DW" TO ALERT-TYPE
                       MOVE SA-DATE TO ALERT-DATE
                       MOVE SA-ACCOUNT TO ALERT-ACCOUNT
                       MOVE WS-WITHDRAW-MARKER TO ALERT-BOOK
                       MOVE SA-AMOUNT TO ALERT-AMOUNT
                       MOVE WS-DEP-AMOUNT TO ALERT-REF-AMOUNT
                       MOVE ZERO TO ALERT-COUNT
                       MOVE "Deposit withdrawn untraded"
                          TO ALERT-TEXT
                       ADD 1 TO WS-CASH-ALERTS
                       PERFORM WRITE-ALERT
                   END-IF
                   MOVE 'N' TO WS-DEP-PENDING
           END-EVALUATE.

      * An account's usual level is its average trades per trading
      * day over every EARLIER day it traded. A day is a spike when
      * it reaches the minimum count and exceeds the usual level by
      * the spike multiple. An account's first trading day has no
      * usual level and is never called a spike. Days with only cash
      * activity are not trading days and do not dilute the level.
       CLOSE-TRADING-DAY.
           IF WS-DAY-TRADES > ZERO
               IF WS-PRIOR-DAYS > ZERO
                  AND WS-CUR-DATE >= WS-FROM-DATE
                  AND WS-DAY-TRADES >= WS-SPIKE-MIN
                  AND WS-DAY-TRADES * WS-PRIOR-DAYS >
                     WS-SPIKE-FACTOR * WS-PRIOR-TRADES
                   COMPUTE WS-USUAL-LEVEL ROUNDED =
                      WS-PRIOR-TRADES / WS-PRIOR-DAYS
                   MOVE SPACES TO ALERT-RECORD
                   MOVE "SP" TO ALERT-TYPE
                   MOVE WS-CUR-DATE TO ALERT-DATE
                   MOVE WS-CUR-ACCOUNT TO ALERT-ACCOUNT
                   MOVE ZERO TO ALERT-AMOUNT
                   MOVE WS-USUAL-LEVEL TO ALERT-REF-AMOUNT
                   MOVE WS-DAY-TRADES TO ALERT-COUNT
                   MOVE "Daily trades far above usual" TO ALERT-TEXT
                   ADD 1 TO WS-SPIKE-ALERTS
                   PERFORM WRITE-ALERT
               END-IF
               ADD WS-DAY-TRADES TO WS-PRIOR-TRADES
               ADD 1 TO WS-PRIOR-DAYS
           END-IF
           MOVE ZERO TO WS-DAY-TRADES.

      * Second pass: every book row, sales, transfers and reversals
      * alike, since all three move the copy.
       RELEASE-SALES.
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

       RELEASE-ONE-SALE.
           ADD 1 TO WS-LEDGER-SEQ
           IF TRANS-BOOK (1:1) NOT = '*'
               MOVE TRANS-BOOK TO SS-BOOK
               MOVE TRANS-DATE TO SS-DATE
               MOVE WS-LEDGER-SEQ TO SS-SEQ
               MOVE TRANS-BUYER TO SS-BUYER
               MOVE TRANS-SELLER TO SS-SELLER
               MOVE TRANS-AMOUNT TO SS-AMOUNT
               RELEASE SALES-SORT-RECORD
           END-IF.

       SCAN-BOOK-SALES.
           MOVE 'N' TO WS-ANY-SALE
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SALES-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM SCAN-ONE-SALE
               END-RETURN
           END-PERFORM.

      * A round trip is a copy sold straight back to the account
      * that sold it, by the account that bought it: the very next
      * sale of the copy reverses the last one's parties. A transfer
      * or a reversal in between breaks the chain - the copy moved
      * without a price, or the earlier sale was unwound.
       SCAN-ONE-SALE.
           IF WS-ANY-SALE = 'N' OR SS-BOOK NOT = WS-CUR-BOOK
               MOVE 'Y' TO WS-ANY-SALE
               MOVE SS-BOOK TO WS-CUR-BOOK
               MOVE 'N' TO WS-PREV-VALID
           END-IF
           IF SS-AMOUNT > ZERO
               IF WS-PREV-VALID = 'Y'
                  AND SS-SELLER = WS-PREV-BUYER
                  AND SS-BUYER = WS-PREV-SELLER
                  AND SS-DATE >= WS-FROM-DATE
                   MOVE SPACES TO ALERT-RECORD
                   MOVE "RT" TO ALERT-TYPE
                   MOVE SS-DATE TO ALERT-DATE
                   MOVE SS-SELLER TO ALERT-ACCOUNT
                   MOVE SS-BUYER TO ALERT-OTHER
                   MOVE SS-BOOK TO ALERT-BOOK
                   MOVE SS-AMOUNT TO ALERT-AMOUNT
                   MOVE WS-PREV-AMOUNT TO ALERT-REF-AMOUNT
                   MOVE ZERO TO ALERT-COUNT
                   MOVE "Book sold back to its seller" TO ALERT-TEXT
                   ADD 1 TO WS-ROUND-TRIPS
                   PERFORM WRITE-ALERT
               END-IF
               MOVE 'Y' TO WS-PREV-VALID
               MOVE SS-BUYER TO WS-PREV-BUYER
               MOVE SS-SELLER TO WS-PREV-SELLER
               MOVE SS-AMOUNT TO WS-PREV-AMOUNT
           ELSE
               MOVE 'N' TO WS-PREV-VALID
           END-IF.

       WRITE-ALERT.
           WRITE ALERT-RECORD
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "*** Alert write lost for account "
                  ALERT-ACCOUNT ": ALERTS.DAT status "
                  WS-ALERT-STATUS " ***"
           END-IF
           ADD 1 TO WS-ALERTS-WRITTEN
           MOVE ALERT-DATE TO DET-DATE
           MOVE ALERT-TYPE TO DET-TYPE
           MOVE ALERT-ACCOUNT TO DET-ACCOUNT
           MOVE ALERT-OTHER TO DET-OTHER
           MOVE ALERT-BOOK TO DET-BOOK
           MOVE ALERT-AMOUNT TO DET-AMOUNT
           MOVE ALERT-REF-AMOUNT TO DET-REF
           MOVE ALERT-COUNT TO DET-COUNT
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE ALERT-TEXT TO DET-TEXT
           MOVE WS-TEXT-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE.

       WRITE-REPORT-TOTALS.
           IF WS-ALERTS-WRITTEN = ZERO
               MOVE "  (no alerts raised)" TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "ROUND TRIPS (RT)" TO TOT-LABEL
           MOVE WS-ROUND-TRIPS TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "PRICE OUTLIERS (PX)" TO TOT-LABEL
           MOVE WS-PRICE-ALERTS TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "TRADE SPIKES (SP)" TO TOT-LABEL
           MOVE WS-SPIKE-ALERTS TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "CASH IN AND OUT (DW)" TO TOT-LABEL
           MOVE WS-CASH-ALERTS TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "ALERTS RAISED" TO TOT-LABEL
           MOVE WS-ALERTS-WRITTEN TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "END OF REPORT" TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE.

       WRITE-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
               PERFORM START-NEW-PAGE
           END-IF
           WRITE REPORT-LINE FROM WS-PRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

      * Every page repeats the dated heading and the column
      * headings, so any single page of the spooled report reads on
      * its own.
       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO PH-PAGE
           WRITE REPORT-LINE FROM WS-PAGE-HEADING
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEAD-1
           WRITE REPORT-LINE FROM WS-COLUMN-HEAD-2
           MOVE 4 TO WS-LINE-COUNT.
