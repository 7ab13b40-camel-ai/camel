       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT.

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
           SELECT PARM-FILE ASSIGN TO "src/DRMPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "data/DORMRPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "data/AUDIT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT ACTIVITY-SORT-FILE ASSIGN TO "data/DORMACT.SRT".

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

      * The dormancy run mounts this record: the cut-off date on or
      * after which an account must show some ledger activity to
      * stay active, and the monthly inactivity fee (zero for none).
       FD PARM-FILE.
       01 PARM-RECORD.
           05 DMP-CUTOFF-DATE  PIC 9(8).
           05 DMP-MONTHLY-FEE  PIC 9(10)V99.

      * Customer services' worklist: every account found dormant,
      * what was charged, and what it still holds.
       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(80).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY AUDTREC.

      * One record per account on the master ('M'), per copy it
      * owns ('B'), per ledger row or reinstatement it is a party to
      * ('A'), and per inactivity fee it has already been charged
      * ('F').
       SD ACTIVITY-SORT-FILE.
       01 ACTIVITY-SORT-RECORD.
           05 SA-ACCOUNT       PIC X(4).
           05 SA-TYPE          PIC X(1).
           05 SA-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X VALUE 'N'.
       01 WS-SORT-EOF         PIC X VALUE 'N'.
       01 WS-ACCOUNTS-STATUS  PIC XX VALUE SPACES.
       01 WS-BOOKS-STATUS     PIC XX VALUE SPACES.
       01 WS-TRANS-STATUS     PIC XX VALUE SPACES.
       01 WS-HIST-STATUS      PIC XX VALUE SPACES.
       01 WS-PARM-STATUS      PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS    PIC XX VALUE SPACES.
       01 WS-AUDIT-STATUS     PIC XX VALUE SPACES.
       01 WS-PARM-PRESENT     PIC X VALUE 'N'.
       01 WS-TODAY            PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF-DATE      PIC 9(8) VALUE ZERO.
       01 WS-MONTHLY-FEE      PIC 9(10)V99 VALUE ZERO.
       01 WS-HOUSE-ACCOUNT-ID PIC X(4) VALUE "HOUS".
       01 WS-HOUSE-FOUND      PIC X VALUE 'N'.
       01 WS-FEE-MARKER       PIC X(4) VALUE "*FEE".
       01 WS-CUR-ACCOUNT      PIC X(4) VALUE SPACES.
       01 WS-CUR-ON-MASTER    PIC X VALUE 'N'.
       01 WS-LAST-ACTIVE      PIC 9(8) VALUE ZERO.
       01 WS-LAST-FEE         PIC 9(8) VALUE ZERO.
       01 WS-BOOKS-HELD       PIC 9(5) VALUE ZERO.
       01 WS-ACCOUNT-CHANGED  PIC X VALUE 'N'.
       01 WS-ACTION-WORD      PIC X(9) VALUE SPACES.
       01 WS-FEE-CHARGED      PIC 9(10)V99 VALUE ZERO.
       01 WS-ACCOUNTS-SEEN    PIC 9(6) VALUE ZERO.
       01 WS-NEWLY-DORMANT    PIC 9(6) VALUE ZERO.
       01 WS-STILL-DORMANT    PIC 9(6) VALUE ZERO.
       01 WS-FEES-CHARGED     PIC 9(6) VALUE ZERO.
       01 WS-FEE-TOTAL        PIC 9(12)V99 VALUE ZERO.
       01 WS-AUDIT-KEY        PIC X(4) VALUE SPACES.
       01 WS-AUDIT-BEFORE     PIC X(70) VALUE SPACES.
       01 WS-AUDIT-AFTER      PIC X(70) VALUE SPACES.
       01 WS-PAGE-NUMBER      PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT       PIC 9(2) VALUE 99.
       01 WS-PAGE-LIMIT       PIC 9(2) VALUE 55.
       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.

      * The run's parameters, carried as the control image on every
      * audit record the run writes.
       01 WS-DORMANT-CONTROL.
           05 DC-CUTOFF-DATE   PIC 9(8).
           05 DC-MONTHLY-FEE   PIC 9(10)V99.
           05 FILLER           PIC X(35) VALUE SPACES.

       01 WS-PAGE-HEADING.
           05 FILLER           PIC X(34)
              VALUE "BOOKFORUM DORMANT ACCOUNTS".
           05 FILLER           PIC X(5) VALUE "DATE ".
           05 PH-DATE          PIC 9(8).
           05 FILLER           PIC X(24) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE "PAGE ".
           05 PH-PAGE          PIC ZZZ9.

       01 WS-PARM-LINE.
           05 FILLER           PIC X(8) VALUE "CUT-OFF ".
           05 PRM-CUTOFF       PIC 9(8).
           05 FILLER           PIC X(15) VALUE "  MONTHLY FEE ".
           05 PRM-FEE          PIC Z(9)9.99.

       01 WS-COLUMN-HEAD-1.
           05 FILLER           PIC X(44) VALUE
              "ACCT  NAME                  LAST ACT  BOOKS ".
           05 FILLER           PIC X(36) VALUE
              "       BALANCE        FEE  ACTION".
       01 WS-COLUMN-HEAD-2.
           05 FILLER           PIC X(44) VALUE
              "----  --------------------  --------  ----- ".
           05 FILLER           PIC X(36) VALUE
              " -------------  ---------  ---------".

       01 WS-DETAIL-LINE.
           05 DET-ACCOUNT      PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-NAME         PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-LAST-ACTIVE  PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-BOOKS        PIC ZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-BALANCE      PIC Z(9)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-FEE          PIC Z(5)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-ACTION       PIC X(9).

       01 WS-TOTAL-LINE.
           05 TOT-LABEL        PIC X(30).
           05 TOT-COUNT        PIC ZZZZZ9.

       01 WS-TOTAL-AMOUNT-LINE.
           05 TAL-LABEL        PIC X(30).
           05 TAL-AMOUNT       PIC Z(11)9.99.

       PROCEDURE DIVISION.
      * Every account on the master, every copy it owns, every
      * ledger row it is a party to - history and live ledger alike
      * - and every reinstatement is sorted by account; each
      * account's run then shows the last day it did anything. An
      * active account with nothing on or after the cut-off is
      * marked dormant ('D'), which BOOKFORUM, BOOKMTCH and CASHPOST
      * refuse exactly as they refuse a suspended account, until an
      * ACCTMAINT 'E' record reinstates it. Sorting rather than
      * tabling keeps the run free of any ceiling on accounts.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-RUN-PARAMETERS
           IF WS-PARM-PRESENT = 'N'
               DISPLAY "Enter dormancy cut-off date YYYYMMDD "
                  "(0 for one year ago)"
               ACCEPT WS-CUTOFF-DATE
               DISPLAY "Enter monthly inactivity fee (0 for none)"
               ACCEPT WS-MONTHLY-FEE
           END-IF
           IF WS-CUTOFF-DATE = ZERO
               COMPUTE WS-CUTOFF-DATE = WS-TODAY - 10000
           END-IF
           MOVE WS-CUTOFF-DATE TO DC-CUTOFF-DATE
           MOVE WS-MONTHLY-FEE TO DC-MONTHLY-FEE

           IF WS-MONTHLY-FEE > ZERO
               PERFORM VALIDATE-HOUSE-ACCOUNT
               IF WS-HOUSE-FOUND = 'N'
                   DISPLAY "*** FATAL: house account "
                      WS-HOUSE-ACCOUNT-ID " not found in "
                      "ACCOUNTS-FILE - no dormancy run ***"
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open DORMRPT.DAT, "
                  "status " WS-REPORT-STATUS " ***"
               STOP RUN
           END-IF
           MOVE WS-TODAY TO PH-DATE
           MOVE WS-CUTOFF-DATE TO PRM-CUTOFF
           MOVE WS-MONTHLY-FEE TO PRM-FEE
           MOVE WS-PARM-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE

           SORT ACTIVITY-SORT-FILE
               ON ASCENDING KEY SA-ACCOUNT
               INPUT PROCEDURE IS RELEASE-ACCOUNT-ACTIVITY
               OUTPUT PROCEDURE IS REVIEW-ACCOUNTS

           IF WS-FEE-TOTAL > ZERO
               PERFORM CREDIT-HOUSE-ACCOUNT
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "Cut-off date:          " WS-CUTOFF-DATE
           DISPLAY "Accounts reviewed:     " WS-ACCOUNTS-SEEN
           DISPLAY "Newly dormant:         " WS-NEWLY-DORMANT
           DISPLAY "Already dormant:       " WS-STILL-DORMANT
           DISPLAY "Inactivity fees:       " WS-FEES-CHARGED
           DISPLAY "Fee total:             " WS-FEE-TOTAL
           DISPLAY "Dormancy report written to data/DORMRPT.DAT"
           STOP RUN.

      * A mounted DRMPARM.DAT replaces the console prompts so the
      * run can go unattended; with no file mounted the prompts are
      * used. A mounted but empty or non-numeric record is refused
      * outright rather than guessed at - a wrong cut-off would
      * lock members out of trading.
       READ-RUN-PARAMETERS.
           MOVE 'N' TO WS-PARM-PRESENT
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "*** FATAL: DRMPARM.DAT is mounted "
                          "but empty - no dormancy run ***"
                       CLOSE PARM-FILE
                       STOP RUN
                   NOT AT END
                       IF DMP-CUTOFF-DATE IS NUMERIC
                          AND DMP-MONTHLY-FEE IS NUMERIC
                           MOVE 'Y' TO WS-PARM-PRESENT
                           MOVE DMP-CUTOFF-DATE TO WS-CUTOFF-DATE
                           MOVE DMP-MONTHLY-FEE TO WS-MONTHLY-FEE
                       ELSE
                           DISPLAY "*** FATAL: DRMPARM.DAT cut-off "
                              "or fee is not numeric - no dormancy "
                              "run ***"
                           CLOSE PARM-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

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

      * The master is released first so an account with no copies
      * and no ledger rows at all still reaches the review; an id
      * met only in the ledger (the CASH counter, a deleted account)
      * has no 'M' record and is passed over.
       RELEASE-ACCOUNT-ACTIVITY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open ACCOUNTS.DAT, "
                  "status " WS-ACCOUNTS-STATUS " ***"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ACCOUNT-ID TO SA-ACCOUNT
                       MOVE 'M' TO SA-TYPE
                       MOVE ZERO TO SA-DATE
                       RELEASE ACTIVITY-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE ACCOUNTS-FILE

           MOVE 'N' TO WS-EOF
           OPEN INPUT BOOKS-FILE
           IF WS-BOOKS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BOOKS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE BOOK-OWNER TO SA-ACCOUNT
                           MOVE 'B' TO SA-TYPE
                           MOVE ZERO TO SA-DATE
                           RELEASE ACTIVITY-SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE BOOKS-FILE
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
                           PERFORM RELEASE-ONE-LEDGER-ROW
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
                           PERFORM RELEASE-ONE-LEDGER-ROW
                   END-READ
               END-PERFORM
               CLOSE TRANSACTIONS-FILE
           END-IF

      * An ACCTMAINT add ('A') or reinstatement ('E') counts as
      * activity on the day it was made, so an account customer
      * services has just opened or brought back is not marked
      * dormant by the next run before it has had a chance to trade.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AUDIT-ACTION = 'A'
                              OR AUDIT-ACTION = 'E'
                               MOVE AUDIT-KEY TO SA-ACCOUNT
                               MOVE 'A' TO SA-TYPE
                               MOVE AUDIT-DATE TO SA-DATE
                               RELEASE ACTIVITY-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      * An inactivity fee is the house's doing, not the member's, so
      * it never counts as activity; it is released instead as the
      * date the account was last charged, so the fee is taken at
      * most once in any calendar month however often the run goes.
      * Every other row - each side of a sale or transfer, each
      * deposit and withdrawal - is activity for both parties.
       RELEASE-ONE-LEDGER-ROW.
           MOVE TRANS-DATE TO SA-DATE
           IF TRANS-BOOK = WS-FEE-MARKER
               MOVE TRANS-BUYER TO SA-ACCOUNT
               MOVE 'F' TO SA-TYPE
               RELEASE ACTIVITY-SORT-RECORD
           ELSE
               MOVE 'A' TO SA-TYPE
               MOVE TRANS-BUYER TO SA-ACCOUNT
               RELEASE ACTIVITY-SORT-RECORD
               MOVE TRANS-SELLER TO SA-ACCOUNT
               RELEASE ACTIVITY-SORT-RECORD
           END-IF.

      * The master is held open I-O across the review for one keyed
      * read and rewrite per account; the ledger is held open for
      * the fee rows only when a fee is being charged at all.
       REVIEW-ACCOUNTS.
           OPEN I-O ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open ACCOUNTS.DAT for "
                  "update, status " WS-ACCOUNTS-STATUS " ***"
               STOP RUN
           END-IF
           IF WS-MONTHLY-FEE > ZERO
               OPEN EXTEND TRANSACTIONS-FILE
               IF WS-TRANS-STATUS = "35"
                   OPEN OUTPUT TRANSACTIONS-FILE
               END-IF
               IF WS-TRANS-STATUS NOT = "00"
                   DISPLAY "*** FATAL: unable to open "
                      "TRANSACTIONS.DAT, status " WS-TRANS-STATUS
                      " - no dormancy run ***"
                   CLOSE ACCOUNTS-FILE
                   STOP RUN
               END-IF
           END-IF
           MOVE 'N' TO WS-SORT-EOF
           MOVE SPACES TO WS-CUR-ACCOUNT
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN ACTIVITY-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SA-ACCOUNT NOT = WS-CUR-ACCOUNT
                           IF WS-CUR-ACCOUNT NOT = SPACES
                               PERFORM FINISH-ACCOUNT
                           END-IF
                           MOVE SA-ACCOUNT TO WS-CUR-ACCOUNT
                           MOVE 'N' TO WS-CUR-ON-MASTER
                           MOVE ZERO TO WS-LAST-ACTIVE
                           MOVE ZERO TO WS-LAST-FEE
                           MOVE ZERO TO WS-BOOKS-HELD
                       END-IF
                       EVALUATE SA-TYPE
                           WHEN 'M'
                               MOVE 'Y' TO WS-CUR-ON-MASTER
                           WHEN 'B'
                               ADD 1 TO WS-BOOKS-HELD
                           WHEN 'F'
                               IF SA-DATE > WS-LAST-FEE
                                   MOVE SA-DATE TO WS-LAST-FEE
                               END-IF
                           WHEN OTHER
                               IF SA-DATE > WS-LAST-ACTIVE
                                   MOVE SA-DATE TO WS-LAST-ACTIVE
                               END-IF
                       END-EVALUATE
               END-RETURN
           END-PERFORM
           IF WS-CUR-ACCOUNT NOT = SPACES
               PERFORM FINISH-ACCOUNT
           END-IF
           IF WS-MONTHLY-FEE > ZERO
               CLOSE TRANSACTIONS-FILE
           END-IF
           CLOSE ACCOUNTS-FILE.

      * The house account is never made dormant - it is credited by
      * every trade and pays no fee to itself.
       FINISH-ACCOUNT.
           IF WS-CUR-ON-MASTER = 'Y'
              AND WS-CUR-ACCOUNT NOT = WS-HOUSE-ACCOUNT-ID
               MOVE WS-CUR-ACCOUNT TO ACCOUNT-ID
               READ ACCOUNTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ACCOUNTS-SEEN
                       PERFORM REVIEW-ONE-ACCOUNT
               END-READ
           END-IF.

      * Suspended and closed accounts are already barred and are
      * left as they stand. An account already dormant stays so
      * until it is reinstated, whatever has reached it since (a
      * merge, a reversal) - reactivation is customer services'
      * call, not this run's. Anything else trades as active and
      * goes dormant when its last activity falls before the
      * cut-off. Opening the account counts as activity, so one that
      * has never traded goes dormant only once the cut-off has
      * passed its opening date; an account with no activity on
      * record at all - opened before adds were audited - has no
      * activity date and goes dormant with it.
       REVIEW-ONE-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-CHANGED
           MOVE ZERO TO WS-FEE-CHARGED
           MOVE SPACES TO WS-ACTION-WORD
           MOVE ACCOUNT-RECORD TO WS-AUDIT-BEFORE
           EVALUATE TRUE
               WHEN ACCOUNT-STATUS = 'S'
                   CONTINUE
               WHEN ACCOUNT-STATUS = 'C'
                   CONTINUE
               WHEN ACCOUNT-STATUS = 'D'
                   MOVE "ONGOING" TO WS-ACTION-WORD
                   ADD 1 TO WS-STILL-DORMANT
               WHEN WS-LAST-ACTIVE < WS-CUTOFF-DATE
                   MOVE 'D' TO ACCOUNT-STATUS
                   MOVE 'Y' TO WS-ACCOUNT-CHANGED
                   MOVE "NEW" TO WS-ACTION-WORD
                   ADD 1 TO WS-NEWLY-DORMANT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ACCOUNT-STATUS = 'D' AND WS-MONTHLY-FEE > ZERO
               PERFORM CHARGE-INACTIVITY-FEE
           END-IF
           IF WS-ACCOUNT-CHANGED = 'Y'
               REWRITE ACCOUNT-RECORD
               IF WS-ACCOUNTS-STATUS NOT = "00"
                   DISPLAY "*** FATAL: rewrite of account "
                      ACCOUNT-ID " failed, status "
                      WS-ACCOUNTS-STATUS " ***"
                   STOP RUN
               END-IF
               MOVE ACCOUNT-RECORD TO WS-AUDIT-AFTER
               MOVE ACCOUNT-ID TO WS-AUDIT-KEY
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           IF WS-ACTION-WORD NOT = SPACES
               PERFORM WRITE-DETAIL-LINE
           END-IF.

      * The fee is taken once per calendar month and never more
      * than the account holds, so it cannot drive a balance below
      * zero; an empty account is simply not charged. The ledger
      * row names the account as buyer and HOUS as seller with the
      * whole amount as commission, so GLEXTR, LEDGCHK and ACCTSTMT
      * debit the member and credit the house by their ordinary
      * rule. The row is written before the balance moves.
       CHARGE-INACTIVITY-FEE.
           IF WS-LAST-FEE (1:6) NOT = WS-TODAY (1:6)
              AND ACCOUNT-BALANCE > ZERO
               IF ACCOUNT-BALANCE < WS-MONTHLY-FEE
                   MOVE ACCOUNT-BALANCE TO WS-FEE-CHARGED
               ELSE
                   MOVE WS-MONTHLY-FEE TO WS-FEE-CHARGED
               END-IF
               MOVE WS-FEE-MARKER TO TRANS-BOOK
               MOVE WS-FEE-CHARGED TO TRANS-AMOUNT
               MOVE WS-HOUSE-ACCOUNT-ID TO TRANS-SELLER
               MOVE ACCOUNT-ID TO TRANS-BUYER
               MOVE WS-FEE-CHARGED TO TRANS-FEE
               MOVE WS-TODAY TO TRANS-DATE
               WRITE TRANSACTION-RECORD
               IF WS-TRANS-STATUS NOT = "00"
                   DISPLAY "*** FATAL: fee row for account "
                      ACCOUNT-ID " not written, TRANSACTIONS.DAT "
                      "status " WS-TRANS-STATUS " ***"
                   STOP RUN
               END-IF
               SUBTRACT WS-FEE-CHARGED FROM ACCOUNT-BALANCE
               MOVE 'Y' TO WS-ACCOUNT-CHANGED
               ADD 1 TO WS-FEES-CHARGED
               ADD WS-FEE-CHARGED TO WS-FEE-TOTAL
           END-IF.

      * The house is credited once with the run's fee total after
      * the review, not account by account, so the fee revenue
      * matches the sum of the fee rows the run wrote.
       CREDIT-HOUSE-ACCOUNT.
           OPEN I-O ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open ACCOUNTS.DAT to "
                  "credit " WS-HOUSE-ACCOUNT-ID ", status "
                  WS-ACCOUNTS-STATUS " ***"
               STOP RUN
           END-IF
           MOVE WS-HOUSE-ACCOUNT-ID TO ACCOUNT-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   DISPLAY "*** FATAL: house account "
                      WS-HOUSE-ACCOUNT-ID " vanished before the fee "
                      "credit ***"
                   CLOSE ACCOUNTS-FILE
                   STOP RUN
               NOT INVALID KEY
                   MOVE ACCOUNT-RECORD TO WS-AUDIT-BEFORE
                   ADD WS-FEE-TOTAL TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
                   IF WS-ACCOUNTS-STATUS NOT = "00"
                       DISPLAY "*** FATAL: rewrite of house account "
                          WS-HOUSE-ACCOUNT-ID " failed, status "
                          WS-ACCOUNTS-STATUS " - fee total "
                          WS-FEE-TOTAL " is not credited ***"
                       CLOSE ACCOUNTS-FILE
                       STOP RUN
                   END-IF
                   MOVE ACCOUNT-RECORD TO WS-AUDIT-AFTER
                   MOVE ACCOUNT-ID TO WS-AUDIT-KEY
                   PERFORM WRITE-AUDIT-RECORD
           END-READ
           CLOSE ACCOUNTS-FILE.

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
               MOVE 'I' TO AUDIT-ACTION
               MOVE WS-AUDIT-KEY TO AUDIT-KEY
               MOVE WS-DORMANT-CONTROL TO AUDIT-CONTROL
               MOVE WS-AUDIT-BEFORE TO AUDIT-BEFORE
               MOVE WS-AUDIT-AFTER TO AUDIT-AFTER
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE ACCOUNT-ID TO DET-ACCOUNT
           MOVE ACCOUNT-NAME TO DET-NAME
           IF WS-LAST-ACTIVE = ZERO
               MOVE "NEVER" TO DET-LAST-ACTIVE
           ELSE
               MOVE WS-LAST-ACTIVE TO DET-LAST-ACTIVE
           END-IF
           MOVE WS-BOOKS-HELD TO DET-BOOKS
           MOVE ACCOUNT-BALANCE TO DET-BALANCE
           MOVE WS-FEE-CHARGED TO DET-FEE
           MOVE WS-ACTION-WORD TO DET-ACTION
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE.

       WRITE-REPORT-TOTALS.
           IF WS-NEWLY-DORMANT = ZERO AND WS-STILL-DORMANT = ZERO
               MOVE "  (no dormant accounts)" TO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "ACCOUNTS REVIEWED" TO TOT-LABEL
           MOVE WS-ACCOUNTS-SEEN TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "NEWLY DORMANT" TO TOT-LABEL
           MOVE WS-NEWLY-DORMANT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "ALREADY DORMANT" TO TOT-LABEL
           MOVE WS-STILL-DORMANT TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "INACTIVITY FEES CHARGED" TO TOT-LABEL
           MOVE WS-FEES-CHARGED TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "FEE TOTAL CREDITED TO HOUS" TO TAL-LABEL
           MOVE WS-FEE-TOTAL TO TAL-AMOUNT
           MOVE WS-TOTAL-AMOUNT-LINE TO WS-PRINT-LINE
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
