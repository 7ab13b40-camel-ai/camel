               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT WORK-FILE ASSIGN TO "data/GLWORK.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT ACCOUNT-SORT-FILE ASSIGN TO "data/GLACCT.SRT".
           SELECT ORDER-SORT-FILE ASSIGN TO "data/GLORDR.SRT".

       DATA DIVISION.
       FILE SECTION.
       01 PARM-RECORD.
           05 GLP-DATE         PIC 9(8).

      * One record per account with a non-zero net for the day,
      * carrying the posting sequence at which the account was
      * first touched so the extract keeps its line order.
       FD WORK-FILE.
       01 WORK-RECORD.
           05 GW-FIRST-SEQ     PIC 9(8).
           05 GW-ACCOUNT       PIC X(4).
           05 GW-NET           PIC S9(12)V99.

      * Each buyer and seller posting of the day, by account and
      * then in the order it was posted.
       SD ACCOUNT-SORT-FILE.
       01 ACCOUNT-SORT-RECORD.
           05 SS-ACCOUNT       PIC X(4).
           05 SS-SEQ           PIC 9(8).
           05 SS-NET           PIC S9(12)V99.

      * The netted accounts back in first-posting order.
       SD ORDER-SORT-FILE.
       01 ORDER-SORT-RECORD.
           05 SO-FIRST-SEQ     PIC 9(8).
           05 SO-ACCOUNT       PIC X(4).
           05 SO-NET           PIC S9(12)V99.

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X VALUE 'N'.
       01 WS-SORT-EOF         PIC X VALUE 'N'.
       01 WS-TRANS-STATUS     PIC XX VALUE SPACES.
       01 WS-EXTRACT-STATUS   PIC XX VALUE SPACES.
       01 WS-PARM-STATUS      PIC XX VALUE SPACES.
       01 WS-WORK-STATUS      PIC XX VALUE SPACES.
       01 WS-PARM-PRESENT     PIC X VALUE 'N'.
       01 WS-EXTRACT-DATE     PIC 9(8) VALUE ZERO.
       01 WS-TODAY            PIC 9(8) VALUE ZERO.
       01 WS-TRADES-READ      PIC 9(6) VALUE ZERO.
       01 WS-LINES-WRITTEN    PIC 9(6) VALUE ZERO.
       01 WS-HASH-TOTAL       PIC 9(12)V99 VALUE ZERO.
       01 WS-FEE-TOTAL        PIC S9(12)V99 VALUE ZERO.
       01 WS-DEBIT-TOTAL      PIC 9(12)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL     PIC 9(12)V99 VALUE ZERO.
       01 WS-ABS-AMOUNT       PIC 9(12)V99 VALUE ZERO.
       01 WS-HOUSE-ACCOUNT-ID PIC X(4) VALUE "HOUS".
       01 WS-POST-SEQ         PIC 9(8) VALUE ZERO.
       01 WS-CUR-ACCOUNT      PIC X(4) VALUE SPACES.
       01 WS-CUR-FIRST-SEQ    PIC 9(8) VALUE ZERO.
       01 WS-CUR-NET          PIC S9(12)V99 VALUE ZERO.
       01 WS-CUR-OPEN         PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           END-IF

           PERFORM ACCUMULATE-SETTLEMENTS
           PERFORM WRITE-EXTRACT-FILE

           DISPLAY "Ledger records for " WS-EXTRACT-DATE ": "
      * the amount net of commission, and the commission itself is
      * reported once as the fee-revenue line that ties to the HOUS
      * posting BOOKFORUM makes per trade. Cash movement records net
      * against the CASH counter id like any other settlement. A
      * TRADEREV reversal row carries the original sale's amount and
      * fee negated, so the same rule credits the buyer, debits the
      * seller and takes the commission back out of fee revenue.
      * Each posting is sorted by account and netted onto GLWORK.DAT,
      * so there is no ceiling on the accounts one day can touch.
       ACCUMULATE-SETTLEMENTS.
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open GLWORK.DAT, "
                  "status " WS-WORK-STATUS " ***"
               STOP RUN
           END-IF
           SORT ACCOUNT-SORT-FILE
               ON ASCENDING KEY SS-ACCOUNT SS-SEQ
               INPUT PROCEDURE IS RELEASE-SETTLEMENTS
               OUTPUT PROCEDURE IS NET-SETTLEMENTS
           CLOSE WORK-FILE.

       RELEASE-SETTLEMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANSACTIONS-FILE
           IF WS-TRANS-STATUS NOT = "00"
           CLOSE TRANSACTIONS-FILE.

       ACCUMULATE-ONE-TRADE.
           ADD 1 TO WS-POST-SEQ
           MOVE TRANS-BUYER TO SS-ACCOUNT
           MOVE WS-POST-SEQ TO SS-SEQ
           COMPUTE SS-NET = ZERO - TRANS-AMOUNT
           RELEASE ACCOUNT-SORT-RECORD
           ADD 1 TO WS-POST-SEQ
           MOVE TRANS-SELLER TO SS-ACCOUNT
           MOVE WS-POST-SEQ TO SS-SEQ
           COMPUTE SS-NET = TRANS-AMOUNT - TRANS-FEE
           RELEASE ACCOUNT-SORT-RECORD
           ADD TRANS-FEE TO WS-FEE-TOTAL.

      * One work record per account, stamped with the sequence of
      * its first posting - the lowest, since postings sort by
      * sequence within the account. An account that nets to zero
      * writes no extract line and so needs no work record.
       NET-SETTLEMENTS.
           MOVE 'N' TO WS-SORT-EOF
           MOVE 'N' TO WS-CUR-OPEN
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN ACCOUNT-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-CUR-OPEN = 'Y'
                          AND SS-ACCOUNT NOT = WS-CUR-ACCOUNT
                           PERFORM WRITE-ACCOUNT-NET
                       END-IF
                       IF WS-CUR-OPEN = 'N'
                           MOVE 'Y' TO WS-CUR-OPEN
                           MOVE SS-ACCOUNT TO WS-CUR-ACCOUNT
                           MOVE SS-SEQ TO WS-CUR-FIRST-SEQ
                           MOVE ZERO TO WS-CUR-NET
                       END-IF
                       ADD SS-NET TO WS-CUR-NET
               END-RETURN
           END-PERFORM
           IF WS-CUR-OPEN = 'Y'
               PERFORM WRITE-ACCOUNT-NET
           END-IF.

       WRITE-ACCOUNT-NET.
           IF WS-CUR-NET NOT = ZERO
               MOVE WS-CUR-FIRST-SEQ TO GW-FIRST-SEQ
               MOVE WS-CUR-ACCOUNT TO GW-ACCOUNT
               MOVE WS-CUR-NET TO GW-NET
               WRITE WORK-RECORD
           END-IF
           MOVE 'N' TO WS-CUR-OPEN.

       WRITE-EXTRACT-FILE.
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
           MOVE "BOOKFORUM" TO GLH-SOURCE
           WRITE EXTRACT-HEADER-RECORD

      * Settlement lines go out in the order each account was first
      * posted on the day, as the receiving side has always had them.
           SORT ORDER-SORT-FILE
               ON ASCENDING KEY SO-FIRST-SEQ
               USING WORK-FILE
               OUTPUT PROCEDURE IS WRITE-SETTLEMENT-LINES

      * Fee revenue is normally a credit; a day whose reversals
      * returned more commission than its sales earned posts the
      * net as a debit instead.
           IF WS-FEE-TOTAL NOT = ZERO
               MOVE "FE" TO GL-REC-TYPE
               MOVE WS-HOUSE-ACCOUNT-ID TO GL-ACCOUNT
               IF WS-FEE-TOTAL < ZERO
                   MOVE "DR" TO GL-DRCR
                   COMPUTE WS-ABS-AMOUNT = ZERO - WS-FEE-TOTAL
               ELSE
                   MOVE "CR" TO GL-DRCR
                   MOVE WS-FEE-TOTAL TO WS-ABS-AMOUNT
               END-IF
               MOVE WS-ABS-AMOUNT TO GL-AMOUNT
               MOVE WS-EXTRACT-DATE TO GL-DATE
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-LINES-WRITTEN
               ADD WS-ABS-AMOUNT TO WS-HASH-TOTAL
           END-IF

           MOVE SPACES TO EXTRACT-TRAILER-RECORD
           WRITE EXTRACT-TRAILER-RECORD
           CLOSE EXTRACT-FILE.

       WRITE-SETTLEMENT-LINES.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN ORDER-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM WRITE-SETTLEMENT-LINE
               END-RETURN
           END-PERFORM.

       WRITE-SETTLEMENT-LINE.
           MOVE "DT" TO GL-REC-TYPE
           MOVE SO-ACCOUNT TO GL-ACCOUNT
           IF SO-NET < ZERO
               MOVE "DR" TO GL-DRCR
               COMPUTE WS-ABS-AMOUNT = ZERO - SO-NET
               ADD WS-ABS-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               MOVE "CR" TO GL-DRCR
               MOVE SO-NET TO WS-ABS-AMOUNT
               ADD WS-ABS-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           MOVE WS-ABS-AMOUNT TO GL-AMOUNT
