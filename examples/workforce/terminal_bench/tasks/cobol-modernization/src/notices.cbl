       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "data/ACCOUNTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-ID
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT TRANSACTIONS-FILE ASSIGN TO "data/TRANSACTIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT REJECTS-FILE ASSIGN TO "data/REJECTS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJECTS-STATUS.
           SELECT PARM-FILE ASSIGN TO "src/NTCPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "data/NOTICES.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT EVENT-SORT-FILE ASSIGN TO "data/NOTICE.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.

       FD TRANSACTIONS-FILE.
       01 TRANSACTION-RECORD.
           COPY TRANREC.

       FD REJECTS-FILE.
       01 REJECT-RECORD.
           COPY REJREC.

      * The notice run mounts this record: the business date whose
      * events are to be noticed (zero for today), and the balance
      * below which a member is warned (zero for no warnings).
       FD PARM-FILE.
       01 PARM-RECORD.
           05 NTP-NOTICE-DATE  PIC 9(8).
           05 NTP-LOW-BALANCE  PIC 9(10)V99.

      * One printed notice per member per day, written the way
      * ACCTSTMT writes STATEMENT.DAT, ready for the mailroom.
       FD NOTICE-FILE.
       01 NOTICE-LINE         PIC X(80).

      * Every event of the day against the member it concerns: a
      * confirmed sale ('S'), a rejected trade or movement ('R'), an
      * expired standing order ('X'), or some other ledger row that
      * moved the balance ('T', printed as nothing itself but making
      * the member's balance worth checking). The type orders the
      * sections of the notice; the sequence keeps each section in
      * the order the events were posted.
       SD EVENT-SORT-FILE.
       01 EVENT-SORT-RECORD.
           05 EV-ACCOUNT       PIC X(4).
           05 EV-TYPE          PIC X(1).
           05 EV-SEQ           PIC 9(8).
           05 EV-ROLE          PIC X(1).
           05 EV-BOOK          PIC X(4).
           05 EV-OTHER         PIC X(4).
           05 EV-AMOUNT        PIC S9(10)V99.
           05 EV-FEE           PIC S9(10)V99.
           05 EV-CODE          PIC 9(2).
           05 EV-TEXT          PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X VALUE 'N'.
       01 WS-SORT-EOF         PIC X VALUE 'N'.
       01 WS-ACCOUNTS-STATUS  PIC XX VALUE SPACES.
       01 WS-TRANS-STATUS     PIC XX VALUE SPACES.
       01 WS-REJECTS-STATUS   PIC XX VALUE SPACES.
       01 WS-PARM-STATUS      PIC XX VALUE SPACES.
       01 WS-NOTICE-STATUS    PIC XX VALUE SPACES.
       01 WS-PARM-PRESENT     PIC X VALUE 'N'.
       01 WS-TODAY            PIC 9(8) VALUE ZERO.
       01 WS-NOTICE-DATE      PIC 9(8) VALUE ZERO.
       01 WS-LOW-BALANCE      PIC 9(10)V99 VALUE ZERO.
       01 WS-EVENT-SEQ        PIC 9(8) VALUE ZERO.
       01 WS-EXPIRED-CODE     PIC 9(2) VALUE 29.
       01 WS-CUR-ACCOUNT      PIC X(4) VALUE SPACES.
       01 WS-CUR-FOUND        PIC X VALUE 'N'.
       01 WS-CUR-NAME         PIC X(20) VALUE SPACES.
       01 WS-CUR-BALANCE      PIC 9(10)V99 VALUE ZERO.
       01 WS-NOTICE-OPEN      PIC X VALUE 'N'.
       01 WS-LAST-SECTION     PIC X VALUE SPACE.
       01 WS-NET-AMOUNT       PIC S9(10)V99 VALUE ZERO.
       01 WS-SALES-READ       PIC 9(6) VALUE ZERO.
       01 WS-REJECTS-READ     PIC 9(6) VALUE ZERO.
       01 WS-EXPIRED-READ     PIC 9(6) VALUE ZERO.
       01 WS-NOTICE-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-LOW-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-NOT-ON-FILE      PIC 9(6) VALUE ZERO.

       01 WS-TITLE-LINE.
           05 FILLER           PIC X(34)
              VALUE "BOOKFORUM ACCOUNT NOTICE".
           05 FILLER           PIC X(5) VALUE "DATE ".
           05 TTL-NOTICE-DATE  PIC 9(8).

       01 WS-ACCOUNT-LINE.
           05 FILLER           PIC X(8) VALUE "ACCOUNT ".
           05 ACL-ACCOUNT-ID   PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 ACL-ACCOUNT-NAME PIC X(20).

       01 WS-SECTION-LINE     PIC X(80) VALUE SPACES.

       01 WS-SALE-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-VERB          PIC X(7).
           05 FILLER           PIC X(5) VALUE "BOOK ".
           05 SL-BOOK          PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-PREP          PIC X(5).
           05 SL-OTHER         PIC X(4).
           05 FILLER           PIC X(8) VALUE "  PRICE ".
           05 SL-AMOUNT        PIC Z(9)9.99-.

       01 WS-PROCEEDS-LINE.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(11) VALUE "COMMISSION ".
           05 PL-FEE           PIC Z(9)9.99-.
           05 FILLER           PIC X(16) VALUE "   NET CREDITED ".
           05 PL-NET           PIC Z(9)9.99-.

       01 WS-REJECT-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RL-ITEM          PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE "AMOUNT ".
           05 RL-AMOUNT        PIC Z(9)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE "CODE ".
           05 RL-CODE          PIC 99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RL-TEXT          PIC X(30).

       01 WS-EXPIRED-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 XL-ORDER         PIC X(15).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "LIMIT ".
           05 XL-LIMIT         PIC Z(9)9.99.

       01 WS-BALANCE-LINE.
           05 FILLER           PIC X(20)
              VALUE "BALANCE ON ACCOUNT  ".
           05 BL-BALANCE       PIC Z(9)9.99.

       01 WS-WARNING-LINE.
           05 FILLER           PIC X(34)
              VALUE "*** LOW BALANCE - BELOW THE LEVEL ".
           05 WL-LEVEL         PIC Z(9)9.99.
           05 FILLER           PIC X(4) VALUE " ***".

       PROCEDURE DIVISION.
      * The day's sales from the live ledger and the day's rejects
      * (expired standing orders among them) are sorted by member,
      * so each member's events come together and make one notice,
      * however many events there were. Run after DAYEND, once the
      * day's posting, cash and matching are all on file.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-RUN-PARAMETERS
           IF WS-PARM-PRESENT = 'N'
               DISPLAY "Enter notice date YYYYMMDD (0 for today)"
               ACCEPT WS-NOTICE-DATE
               DISPLAY "Enter low-balance warning level (0 for none)"
               ACCEPT WS-LOW-BALANCE
           END-IF
           IF WS-NOTICE-DATE = ZERO
               MOVE WS-TODAY TO WS-NOTICE-DATE
           END-IF

           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open ACCOUNTS.DAT, "
                  "status " WS-ACCOUNTS-STATUS " - no notices "
                  "written ***"
               STOP RUN
           END-IF
           OPEN OUTPUT NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open NOTICES.DAT, "
                  "status " WS-NOTICE-STATUS " ***"
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF

           SORT EVENT-SORT-FILE
               ON ASCENDING KEY EV-ACCOUNT EV-TYPE EV-SEQ
               INPUT PROCEDURE IS RELEASE-DAY-EVENTS
               OUTPUT PROCEDURE IS PRODUCE-NOTICES

           CLOSE NOTICE-FILE
           CLOSE ACCOUNTS-FILE

           DISPLAY "Notice date:            " WS-NOTICE-DATE
           DISPLAY "Sales noticed:          " WS-SALES-READ
           DISPLAY "Rejects noticed:        " WS-REJECTS-READ
           DISPLAY "Expired orders noticed: " WS-EXPIRED-READ
           DISPLAY "Low-balance warnings:   " WS-LOW-COUNT
           DISPLAY "Accounts not on file:   " WS-NOT-ON-FILE
           DISPLAY "Notices produced:       " WS-NOTICE-COUNT
           DISPLAY "Notices written to data/NOTICES.DAT"
           STOP RUN.

      * A mounted NTCPARM.DAT replaces the console prompts so the
      * run can follow DAYEND unattended; with no file mounted the
      * prompts are used. A mounted but empty or non-numeric record
      * is refused outright rather than guessed at.
       READ-RUN-PARAMETERS.
           MOVE 'N' TO WS-PARM-PRESENT
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "*** FATAL: NTCPARM.DAT is mounted "
                          "but empty - no notices written ***"
                       CLOSE PARM-FILE
                       STOP RUN
                   NOT AT END
                       IF NTP-NOTICE-DATE IS NUMERIC
                          AND NTP-LOW-BALANCE IS NUMERIC
                           MOVE 'Y' TO WS-PARM-PRESENT
                           MOVE NTP-NOTICE-DATE TO WS-NOTICE-DATE
                           MOVE NTP-LOW-BALANCE TO WS-LOW-BALANCE
                       ELSE
                           DISPLAY "*** FATAL: NTCPARM.DAT date or "
                              "warning level is not numeric - no "
                              "notices written ***"
                           CLOSE PARM-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       RELEASE-DAY-EVENTS.
           MOVE ZERO TO WS-EVENT-SEQ
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANSACTIONS-FILE
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANSACTIONS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TRANS-DATE = WS-NOTICE-DATE
                               PERFORM RELEASE-LEDGER-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSACTIONS-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT REJECTS-FILE
           IF WS-REJECTS-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REJECTS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF REJ-DATE = WS-NOTICE-DATE
                               PERFORM RELEASE-REJECT-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECTS-FILE
           END-IF.

      * A sale is a book row that moved cash, counted as BOOKFORUM
      * counts it, and is confirmed to both sides. Every other row
      * of the day - a deposit, a withdrawal, a transfer, a
      * reversal, a fee - is released only to mark the member's
      * balance as moved, so the low-balance test sees it.
       RELEASE-LEDGER-EVENT.
           ADD 1 TO WS-EVENT-SEQ
           MOVE WS-EVENT-SEQ TO EV-SEQ
           MOVE TRANS-BOOK TO EV-BOOK
           MOVE TRANS-AMOUNT TO EV-AMOUNT
           MOVE TRANS-FEE TO EV-FEE
           MOVE ZERO TO EV-CODE
           MOVE SPACES TO EV-TEXT
           IF TRANS-BOOK (1:1) NOT = '*'
              AND TRANS-AMOUNT > ZERO
               ADD 1 TO WS-SALES-READ
               MOVE 'S' TO EV-TYPE
           ELSE
               MOVE 'T' TO EV-TYPE
           END-IF
           MOVE TRANS-BUYER TO EV-ACCOUNT
           MOVE 'B' TO EV-ROLE
           MOVE TRANS-SELLER TO EV-OTHER
           RELEASE EVENT-SORT-RECORD
           MOVE TRANS-SELLER TO EV-ACCOUNT
           MOVE 'S' TO EV-ROLE
           MOVE TRANS-BUYER TO EV-OTHER
           RELEASE EVENT-SORT-RECORD.

      * BOOKMTCH records a standing order that reached its expiry
      * date as a reject with code 29; it goes to the buyer as an
      * expired order, not as a refused trade. Any other reject
      * goes to each member it names - a cash movement's CASH
      * counter side has no master record and is passed over later.
       RELEASE-REJECT-EVENT.
           ADD 1 TO WS-EVENT-SEQ
           MOVE WS-EVENT-SEQ TO EV-SEQ
           MOVE REJ-BOOK-ID TO EV-BOOK
           MOVE REJ-AMOUNT TO EV-AMOUNT
           MOVE ZERO TO EV-FEE
           MOVE REJ-REASON-CODE TO EV-CODE
           MOVE REJ-REASON-TEXT TO EV-TEXT
           MOVE REJ-BUYER-ID TO EV-ACCOUNT
           MOVE 'B' TO EV-ROLE
           MOVE REJ-SELLER-ID TO EV-OTHER
           IF REJ-REASON-CODE = WS-EXPIRED-CODE
               ADD 1 TO WS-EXPIRED-READ
               MOVE 'X' TO EV-TYPE
               RELEASE EVENT-SORT-RECORD
           ELSE
               ADD 1 TO WS-REJECTS-READ
               MOVE 'R' TO EV-TYPE
               RELEASE EVENT-SORT-RECORD
               IF REJ-SELLER-ID NOT = SPACES
                  AND REJ-SELLER-ID NOT = REJ-BUYER-ID
                   MOVE REJ-SELLER-ID TO EV-ACCOUNT
                   MOVE 'S' TO EV-ROLE
                   MOVE REJ-BUYER-ID TO EV-OTHER
                   RELEASE EVENT-SORT-RECORD
               END-IF
           END-IF.

       PRODUCE-NOTICES.
           MOVE 'N' TO WS-SORT-EOF
           MOVE SPACES TO WS-CUR-ACCOUNT
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN EVENT-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF EV-ACCOUNT NOT = WS-CUR-ACCOUNT
                           IF WS-CUR-ACCOUNT NOT = SPACES
                               PERFORM FINISH-NOTICE
                           END-IF
                           MOVE EV-ACCOUNT TO WS-CUR-ACCOUNT
                           PERFORM START-ACCOUNT
                       END-IF
                       IF WS-CUR-FOUND = 'Y' AND EV-TYPE NOT = 'T'
                           PERFORM WRITE-EVENT-LINE
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-CUR-ACCOUNT NOT = SPACES
               PERFORM FINISH-NOTICE
           END-IF.

      * Only members on the master get a notice; the CASH counter
      * and any id keyed in error are counted and passed over.
       START-ACCOUNT.
           MOVE 'N' TO WS-CUR-FOUND
           MOVE 'N' TO WS-NOTICE-OPEN
           MOVE SPACE TO WS-LAST-SECTION
           MOVE WS-CUR-ACCOUNT TO ACCOUNT-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUR-FOUND
                   MOVE ACCOUNT-NAME TO WS-CUR-NAME
                   MOVE ACCOUNT-BALANCE TO WS-CUR-BALANCE
           END-READ.

      * The notice is opened by its first printed line, so a member
      * whose only event was a quiet balance movement gets no notice
      * unless that movement left the balance below the warning
      * level.
       OPEN-NOTICE.
           MOVE 'Y' TO WS-NOTICE-OPEN
           ADD 1 TO WS-NOTICE-COUNT
           MOVE WS-NOTICE-DATE TO TTL-NOTICE-DATE
           WRITE NOTICE-LINE FROM WS-TITLE-LINE
           MOVE WS-CUR-ACCOUNT TO ACL-ACCOUNT-ID
           MOVE WS-CUR-NAME TO ACL-ACCOUNT-NAME
           WRITE NOTICE-LINE FROM WS-ACCOUNT-LINE
           IF WS-NOTICE-STATUS NOT = "00"
               DISPLAY "*** FATAL: write to NOTICES.DAT failed for "
                  WS-CUR-ACCOUNT ", status " WS-NOTICE-STATUS
                  " - notices incomplete ***"
               CLOSE NOTICE-FILE
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF.

       WRITE-EVENT-LINE.
           IF WS-NOTICE-OPEN = 'N'
               PERFORM OPEN-NOTICE
           END-IF
           IF EV-TYPE NOT = WS-LAST-SECTION
               MOVE EV-TYPE TO WS-LAST-SECTION
               PERFORM WRITE-SECTION-HEADING
           END-IF
           EVALUATE EV-TYPE
               WHEN 'S'
                   PERFORM WRITE-SALE-LINE
               WHEN 'R'
                   PERFORM WRITE-REJECT-LINE
               WHEN 'X'
                   PERFORM WRITE-EXPIRED-LINE
           END-EVALUATE.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           EVALUATE EV-TYPE
               WHEN 'S'
                   MOVE "SALES CONFIRMED" TO WS-SECTION-LINE
               WHEN 'R'
                   MOVE "TRADES AND MOVEMENTS REJECTED"
                      TO WS-SECTION-LINE
               WHEN 'X'
                   MOVE "STANDING ORDERS EXPIRED UNMATCHED"
                      TO WS-SECTION-LINE
           END-EVALUATE
           WRITE NOTICE-LINE FROM WS-SECTION-LINE.

      * The buyer is told the price paid; the seller is told the
      * price, the commission withheld and the net credited.
       WRITE-SALE-LINE.
           MOVE EV-BOOK TO SL-BOOK
           MOVE EV-OTHER TO SL-OTHER
           MOVE EV-AMOUNT TO SL-AMOUNT
           IF EV-ROLE = 'B'
               MOVE "BOUGHT" TO SL-VERB
               MOVE "FROM" TO SL-PREP
               WRITE NOTICE-LINE FROM WS-SALE-LINE
           ELSE
               MOVE "SOLD" TO SL-VERB
               MOVE "TO" TO SL-PREP
               WRITE NOTICE-LINE FROM WS-SALE-LINE
               COMPUTE WS-NET-AMOUNT = EV-AMOUNT - EV-FEE
               MOVE EV-FEE TO PL-FEE
               MOVE WS-NET-AMOUNT TO PL-NET
               WRITE NOTICE-LINE FROM WS-PROCEEDS-LINE
           END-IF.

       WRITE-REJECT-LINE.
           MOVE EV-BOOK TO RL-ITEM
           MOVE EV-AMOUNT TO RL-AMOUNT
           MOVE EV-CODE TO RL-CODE
           MOVE EV-TEXT TO RL-TEXT
           WRITE NOTICE-LINE FROM WS-REJECT-LINE.

      * A title order names no book, so it is shown as such.
       WRITE-EXPIRED-LINE.
           IF EV-BOOK = SPACES
               MOVE "TITLE ORDER" TO XL-ORDER
           ELSE
               MOVE SPACES TO XL-ORDER
               MOVE "ORDER FOR " TO XL-ORDER
               MOVE EV-BOOK TO XL-ORDER (11:4)
           END-IF
           MOVE EV-AMOUNT TO XL-LIMIT
           WRITE NOTICE-LINE FROM WS-EXPIRED-LINE.

      * The balance is the master's as the run finds it - the
      * position after the whole day-end stream.
       FINISH-NOTICE.
           IF WS-CUR-FOUND = 'Y'
               IF WS-LOW-BALANCE > ZERO
                  AND WS-CUR-BALANCE < WS-LOW-BALANCE
                   IF WS-NOTICE-OPEN = 'N'
                       PERFORM OPEN-NOTICE
                   END-IF
                   ADD 1 TO WS-LOW-COUNT
               END-IF
               IF WS-NOTICE-OPEN = 'Y'
                   MOVE SPACES TO NOTICE-LINE
                   WRITE NOTICE-LINE
                   MOVE WS-CUR-BALANCE TO BL-BALANCE
                   WRITE NOTICE-LINE FROM WS-BALANCE-LINE
                   IF WS-LOW-BALANCE > ZERO
                      AND WS-CUR-BALANCE < WS-LOW-BALANCE
                       MOVE WS-LOW-BALANCE TO WL-LEVEL
                       WRITE NOTICE-LINE FROM WS-WARNING-LINE
                   END-IF
                   MOVE SPACES TO NOTICE-LINE
                   WRITE NOTICE-LINE
               END-IF
           END-IF.
