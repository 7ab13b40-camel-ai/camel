               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TITLE-WORK-FILE ASSIGN TO "data/MKTTITL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TWORK-STATUS.
           SELECT SELLER-WORK-FILE ASSIGN TO "data/MKTSELL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SWORK-STATUS.
           SELECT SALE-SORT-FILE ASSIGN TO "data/MKTSALE.SRT".
           SELECT TITLE-ORDER-FILE ASSIGN TO "data/MKTTORD.SRT".
           SELECT SELLER-RANK-FILE ASSIGN TO "data/MKTSRNK.SRT".

       DATA DIVISION.
       FILE SECTION.
           05 MKP-FROM-DATE    PIC 9(8).
           05 MKP-TO-DATE      PIC 9(8).

      * One record per title sold in the period, stamped with the
      * sequence of its first sale so the report keeps its order.
       FD TITLE-WORK-FILE.
       01 TITLE-WORK-RECORD.
           05 TW-FIRST-SEQ     PIC 9(8).
           05 TW-TITLE         PIC X(20).
           05 TW-SOLD          PIC 9(6).
           05 TW-HIGH          PIC 9(10)V99.
           05 TW-LOW           PIC 9(10)V99.
           05 TW-AMOUNT        PIC 9(12)V99.
           05 TW-FEES          PIC 9(12)V99.

      * One record per seller with a sale in the period.
       FD SELLER-WORK-FILE.
       01 SELLER-WORK-RECORD.
           05 SW-FIRST-SEQ     PIC 9(8).
           05 SW-ID            PIC X(4).
           05 SW-SOLD          PIC 9(6).
           05 SW-AMOUNT        PIC 9(12)V99.

      * Every sale twice over - once under its title ('T') and once
      * under its seller ('S') - then in the order it was read.
       SD SALE-SORT-FILE.
       01 SALE-SORT-RECORD.
           05 SA-TYPE          PIC X(1).
           05 SA-KEY           PIC X(20).
           05 SA-SEQ           PIC 9(8).
           05 SA-AMOUNT        PIC S9(10)V99.
           05 SA-FEE           PIC S9(10)V99.

       SD TITLE-ORDER-FILE.
       01 TITLE-ORDER-RECORD.
           05 ST-FIRST-SEQ     PIC 9(8).
           05 ST-TITLE         PIC X(20).
           05 ST-SOLD          PIC 9(6).
           05 ST-HIGH          PIC 9(10)V99.
           05 ST-LOW           PIC 9(10)V99.
           05 ST-AMOUNT        PIC 9(12)V99.
           05 ST-FEES          PIC 9(12)V99.

       SD SELLER-RANK-FILE.
       01 SELLER-RANK-RECORD.
           05 SR-FIRST-SEQ     PIC 9(8).
           05 SR-ID            PIC X(4).
           05 SR-SOLD          PIC 9(6).
           05 SR-AMOUNT        PIC 9(12)V99.

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X VALUE 'N'.
       01 WS-SORT-EOF         PIC X VALUE 'N'.
       01 WS-BOOKS-STATUS     PIC XX VALUE SPACES.
       01 WS-TRANS-STATUS     PIC XX VALUE SPACES.
       01 WS-HIST-STATUS      PIC XX VALUE SPACES.
       01 WS-PARM-STATUS      PIC XX VALUE SPACES.
       01 WS-TWORK-STATUS     PIC XX VALUE SPACES.
       01 WS-SWORK-STATUS     PIC XX VALUE SPACES.
       01 WS-PARM-PRESENT     PIC X VALUE 'N'.
       01 WS-BOOKS-OPEN       PIC X VALUE 'N'.
       01 WS-FROM-DATE        PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE          PIC 9(8) VALUE ZERO.
       01 WS-SALES-READ       PIC 9(6) VALUE ZERO.
       01 WS-SALE-TITLE       PIC X(20) VALUE SPACES.
       01 WS-SALE-SEQ         PIC 9(8) VALUE ZERO.
       01 WS-TITLE-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-SELLER-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-TOP-LISTED       PIC 9(6) VALUE ZERO.
       01 WS-CUR-OPEN         PIC X VALUE 'N'.
       01 WS-CUR-TYPE         PIC X VALUE SPACE.
       01 WS-CUR-KEY          PIC X(20) VALUE SPACES.
       01 WS-CUR-FIRST-SEQ    PIC 9(8) VALUE ZERO.
       01 WS-CUR-SOLD         PIC 9(6) VALUE ZERO.
       01 WS-CUR-HIGH         PIC 9(10)V99 VALUE ZERO.
       01 WS-CUR-LOW          PIC 9(10)V99 VALUE ZERO.
       01 WS-CUR-AMOUNT       PIC 9(12)V99 VALUE ZERO.
       01 WS-CUR-FEES         PIC 9(12)V99 VALUE ZERO.
       01 WS-AVG-AMOUNT       PIC 9(10)V99 VALUE ZERO.
       01 WS-SOLD-DISP        PIC ZZZZZ9.
       01 WS-HIGH-DISP        PIC Z(9)9.99.
           END-IF

           PERFORM ACCUMULATE-SALES

           DISPLAY "===== MARKET ACTIVITY " WS-FROM-DATE " TO "
              WS-TO-DATE " ====="
      * and zero-cash rows moved no money, so neither says anything
      * about what a copy sells for. The books master stays open
      * across the pass for the title join - every sale record costs
      * one keyed read, not an open and close. Each sale is sorted
      * under its title and its seller and summed onto the two work
      * files, so there is no ceiling on titles or sellers.
       ACCUMULATE-SALES.
           OPEN OUTPUT TITLE-WORK-FILE
           IF WS-TWORK-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open MKTTITL.DAT, "
                  "status " WS-TWORK-STATUS " ***"
               STOP RUN
           END-IF
           OPEN OUTPUT SELLER-WORK-FILE
           IF WS-SWORK-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open MKTSELL.DAT, "
                  "status " WS-SWORK-STATUS " ***"
               CLOSE TITLE-WORK-FILE
               STOP RUN
           END-IF
           SORT SALE-SORT-FILE
               ON ASCENDING KEY SA-TYPE SA-KEY SA-SEQ
               INPUT PROCEDURE IS RELEASE-SALES
               OUTPUT PROCEDURE IS SUMMARISE-SALES
           CLOSE TITLE-WORK-FILE
           CLOSE SELLER-WORK-FILE.

       RELEASE-SALES.
           MOVE 'N' TO WS-BOOKS-OPEN
           OPEN INPUT BOOKS-FILE
           IF WS-BOOKS-STATUS = "00"
              AND TRANS-AMOUNT > ZERO
               ADD 1 TO WS-SALES-READ
               PERFORM LOOK-UP-TITLE
               PERFORM RELEASE-ONE-SALE
           END-IF.

      * A sold book that has since left the master (or a master
               END-READ
           END-IF.

       RELEASE-ONE-SALE.
           ADD 1 TO WS-SALE-SEQ
           MOVE WS-SALE-SEQ TO SA-SEQ
           MOVE TRANS-AMOUNT TO SA-AMOUNT
           MOVE TRANS-FEE TO SA-FEE
           MOVE 'T' TO SA-TYPE
           MOVE WS-SALE-TITLE TO SA-KEY
           RELEASE SALE-SORT-RECORD
           MOVE 'S' TO SA-TYPE
           MOVE TRANS-SELLER TO SA-KEY
           RELEASE SALE-SORT-RECORD.

      * Sales arrive grouped by title then by seller, each group in
      * reading order, so a group's first record carries the
      * sequence of its first sale and the opening high and low.
       SUMMARISE-SALES.
           MOVE 'N' TO WS-SORT-EOF
           MOVE 'N' TO WS-CUR-OPEN
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SALE-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-CUR-OPEN = 'Y'
                          AND (SA-TYPE NOT = WS-CUR-TYPE
                             OR SA-KEY NOT = WS-CUR-KEY)
                           PERFORM WRITE-SALE-GROUP
                       END-IF
                       IF WS-CUR-OPEN = 'N'
                           PERFORM START-SALE-GROUP
                       ELSE
                           PERFORM ADD-TO-SALE-GROUP
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-CUR-OPEN = 'Y'
               PERFORM WRITE-SALE-GROUP
           END-IF.

       START-SALE-GROUP.
           MOVE 'Y' TO WS-CUR-OPEN
           MOVE SA-TYPE TO WS-CUR-TYPE
           MOVE SA-KEY TO WS-CUR-KEY
           MOVE SA-SEQ TO WS-CUR-FIRST-SEQ
           MOVE 1 TO WS-CUR-SOLD
           MOVE SA-AMOUNT TO WS-CUR-HIGH
           MOVE SA-AMOUNT TO WS-CUR-LOW
           MOVE SA-AMOUNT TO WS-CUR-AMOUNT
           MOVE SA-FEE TO WS-CUR-FEES.

       ADD-TO-SALE-GROUP.
           ADD 1 TO WS-CUR-SOLD
           ADD SA-AMOUNT TO WS-CUR-AMOUNT
           ADD SA-FEE TO WS-CUR-FEES
           IF SA-AMOUNT > WS-CUR-HIGH
               MOVE SA-AMOUNT TO WS-CUR-HIGH
           END-IF
           IF SA-AMOUNT < WS-CUR-LOW
               MOVE SA-AMOUNT TO WS-CUR-LOW
           END-IF.

       WRITE-SALE-GROUP.
           IF WS-CUR-TYPE = 'T'
               ADD 1 TO WS-TITLE-COUNT
               MOVE WS-CUR-FIRST-SEQ TO TW-FIRST-SEQ
               MOVE WS-CUR-KEY TO TW-TITLE
               MOVE WS-CUR-SOLD TO TW-SOLD
               MOVE WS-CUR-HIGH TO TW-HIGH
               MOVE WS-CUR-LOW TO TW-LOW
               MOVE WS-CUR-AMOUNT TO TW-AMOUNT
               MOVE WS-CUR-FEES TO TW-FEES
               WRITE TITLE-WORK-RECORD
           ELSE
               ADD 1 TO WS-SELLER-COUNT
               MOVE WS-CUR-FIRST-SEQ TO SW-FIRST-SEQ
               MOVE WS-CUR-KEY TO SW-ID
               MOVE WS-CUR-SOLD TO SW-SOLD
               MOVE WS-CUR-AMOUNT TO SW-AMOUNT
               WRITE SELLER-WORK-RECORD
           END-IF
           MOVE 'N' TO WS-CUR-OPEN.

      * Titles print in the order each was first sold.
       REPORT-TITLE-STATS.
           DISPLAY " "
           DISPLAY "TITLE                 SOLD         HIGH"
           IF WS-TITLE-COUNT = ZERO
               DISPLAY "  (no sales in period)"
           END-IF
           SORT TITLE-ORDER-FILE
               ON ASCENDING KEY ST-FIRST-SEQ
               USING TITLE-WORK-FILE
               OUTPUT PROCEDURE IS REPORT-TITLE-LINES.

       REPORT-TITLE-LINES.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN TITLE-ORDER-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM REPORT-ONE-TITLE
               END-RETURN
           END-PERFORM.

       REPORT-ONE-TITLE.
           COMPUTE WS-AVG-AMOUNT ROUNDED = ST-AMOUNT / ST-SOLD
           MOVE ST-SOLD TO WS-SOLD-DISP
           MOVE ST-HIGH TO WS-HIGH-DISP
           MOVE ST-LOW TO WS-LOW-DISP
           MOVE WS-AVG-AMOUNT TO WS-AVG-DISP
           MOVE ST-FEES TO WS-FEE-DISP
           DISPLAY ST-TITLE "  " WS-SOLD-DISP
              "  " WS-HIGH-DISP "  " WS-LOW-DISP "  " WS-AVG-DISP
              "  " WS-FEE-DISP.

      * Sellers print in descending order of copies sold, ten at
      * most; sellers level on copies keep the order in which each
      * first sold.
       REPORT-TOP-SELLERS.
           DISPLAY " "
           DISPLAY "TOP SELLERS"
           IF WS-SELLER-COUNT = ZERO
               DISPLAY "  (no sales in period)"
           END-IF
           SORT SELLER-RANK-FILE
               ON DESCENDING KEY SR-SOLD
               ON ASCENDING KEY SR-FIRST-SEQ
               USING SELLER-WORK-FILE
               OUTPUT PROCEDURE IS REPORT-SELLER-LINES.

      * The rest of the ranked sellers are still returned so the
      * sort runs out cleanly.
       REPORT-SELLER-LINES.
           MOVE 'N' TO WS-SORT-EOF
           MOVE ZERO TO WS-TOP-LISTED
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SELLER-RANK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-TOP-LISTED < 10
                           ADD 1 TO WS-TOP-LISTED
                           MOVE SR-SOLD TO WS-SOLD-DISP
                           MOVE SR-AMOUNT TO WS-AMT-DISP
                           DISPLAY SR-ID "    "
                              WS-SOLD-DISP "  " WS-AMT-DISP
                       END-IF
               END-RETURN
           END-PERFORM.
