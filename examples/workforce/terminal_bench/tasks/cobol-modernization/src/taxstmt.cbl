       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXSTMT.

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
           SELECT HISTORY-FILE ASSIGN TO "data/TRANHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PARM-FILE ASSIGN TO "src/TAXPARM.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "data/TAXSTMT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT EXPORT-FILE ASSIGN TO "data/TAXEXP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT SALES-SORT-FILE ASSIGN TO "data/TAXSALE.SRT".

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNTS-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.

       FD TRANSACTIONS-FILE.
       01 TRANSACTION-RECORD.
           COPY TRANREC.

      * History records are ledger records verbatim (TRANREC
      * layout); they are read raw and unpacked through the ledger
      * record area, the same way TRANARCH splits the file.
       FD HISTORY-FILE.
       01 HISTORY-RECORD       PIC X(44).

      * The year-end run mounts this record: the tax year, and the
      * gross sales figure above which a seller is reportable.
       FD PARM-FILE.
       01 PARM-RECORD.
           05 TXP-TAX-YEAR     PIC 9(4).
           05 TXP-THRESHOLD    PIC 9(10)V99.

      * One printed statement per seller, written the way ACCTSTMT
      * writes STATEMENT.DAT, ready for the mailroom.
       FD STATEMENT-FILE.
       01 STATEMENT-LINE      PIC X(80).

      * The tax filing export: one TAXREC record per seller, framed
      * by a *HDR header naming the year and threshold and a *TRL
      * trailer carrying the record count and the gross sales total
      * so the receiving side can prove the file complete.
       FD EXPORT-FILE.
       01 EXPORT-RECORD.
           COPY TAXREC.
       01 EXPORT-HEADER-RECORD.
           05 TXH-TAG          PIC X(4).
           05 TXH-TAX-YEAR     PIC 9(4).
           05 TXH-RUN-DATE     PIC 9(8).
           05 TXH-THRESHOLD    PIC 9(10)V99.
           05 FILLER           PIC X(52).
       01 EXPORT-TRAILER-RECORD.
           05 TXT-TAG          PIC X(4).
           05 TXT-COUNT        PIC 9(6).
           05 TXT-GROSS-TOTAL  PIC S9(12)V99.
           05 TXT-REPORTABLE   PIC 9(6).
           05 FILLER           PIC X(50).

       SD SALES-SORT-FILE.
       01 SALES-SORT-RECORD.
           05 SS-SELLER        PIC X(4).
           05 SS-AMOUNT        PIC S9(10)V99.
           05 SS-FEE           PIC S9(10)V99.

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X VALUE 'N'.
       01 WS-SORT-EOF         PIC X VALUE 'N'.
       01 WS-ACCOUNTS-STATUS  PIC XX VALUE SPACES.
       01 WS-TRANS-STATUS     PIC XX VALUE SPACES.
       01 WS-HIST-STATUS      PIC XX VALUE SPACES.
       01 WS-PARM-STATUS      PIC XX VALUE SPACES.
       01 WS-PARM-PRESENT     PIC X VALUE 'N'.
       01 WS-STMT-STATUS      PIC XX VALUE SPACES.
       01 WS-EXPORT-STATUS    PIC XX VALUE SPACES.
       01 WS-TODAY            PIC 9(8) VALUE ZERO.
       01 WS-TAX-YEAR         PIC 9(4) VALUE ZERO.
       01 WS-THRESHOLD        PIC 9(10)V99 VALUE ZERO.
       01 WS-HEADER-TAG       PIC X(4) VALUE "*HDR".
       01 WS-TRAILER-TAG      PIC X(4) VALUE "*TRL".
       01 WS-CURR-SELLER      PIC X(4) VALUE SPACES.
       01 WS-CURR-NAME        PIC X(20) VALUE SPACES.
       01 WS-CURR-TAX-ID      PIC X(9) VALUE SPACES.
       01 WS-SELLER-FOUND     PIC X VALUE 'N'.
       01 WS-SELLER-GROSS     PIC S9(10)V99 VALUE ZERO.
       01 WS-SELLER-FEES      PIC S9(10)V99 VALUE ZERO.
       01 WS-SELLER-NET       PIC S9(10)V99 VALUE ZERO.
       01 WS-SELLER-SALES     PIC S9(6) VALUE ZERO.
       01 WS-REPORTABLE       PIC X VALUE 'N'.
       01 WS-SALES-READ       PIC 9(6) VALUE ZERO.
       01 WS-REVERSALS-READ   PIC 9(6) VALUE ZERO.
       01 WS-SELLER-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-REPORTABLE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-NO-TAX-ID-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-GROSS-TOTAL      PIC S9(12)V99 VALUE ZERO.
       01 WS-FEE-TOTAL        PIC S9(12)V99 VALUE ZERO.
       01 WS-NET-TOTAL        PIC S9(12)V99 VALUE ZERO.

       01 WS-TITLE-LINE.
           05 FILLER           PIC X(38)
              VALUE "ANNUAL SELLER EARNINGS STATEMENT  TAX ".
           05 FILLER           PIC X(5) VALUE "YEAR ".
           05 TTL-TAX-YEAR     PIC 9(4).
           05 FILLER           PIC X(12) VALUE "    PRINTED ".
           05 TTL-RUN-DATE     PIC 9(8).

       01 WS-ACCOUNT-LINE.
           05 FILLER           PIC X(8) VALUE "ACCOUNT ".
           05 ACL-ACCOUNT-ID   PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 ACL-ACCOUNT-NAME PIC X(20).
           05 FILLER           PIC X(15) VALUE "  TAXPAYER ID  ".
           05 ACL-TAX-ID       PIC X(9).

       01 WS-AMOUNT-LINE.
           05 AML-LABEL        PIC X(30).
           05 AML-AMOUNT       PIC Z(9)9.99-.

       01 WS-COUNT-LINE.
           05 FILLER           PIC X(30)
              VALUE "NUMBER OF SALES".
           05 CNL-COUNT        PIC Z(5)9-.

       01 WS-FLAG-LINE         PIC X(80) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 SUM-LABEL        PIC X(30).
           05 SUM-AMOUNT       PIC Z(11)9.99-.

       01 WS-SUMMARY-COUNT-LINE.
           05 SCL-LABEL        PIC X(30).
           05 SCL-COUNT        PIC ZZZZZ9.

       PROCEDURE DIVISION.
      * Every sale of the tax year, from history and the live ledger
      * alike, is sorted by seller; each seller's run of sales then
      * becomes one printed statement and one export record.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM READ-RUN-PARAMETERS
           IF WS-PARM-PRESENT = 'N'
               DISPLAY "Enter tax year YYYY (0 for last year)"
               ACCEPT WS-TAX-YEAR
               DISPLAY "Enter reporting threshold (gross sales)"
               ACCEPT WS-THRESHOLD
           END-IF
           IF WS-TAX-YEAR = ZERO
               MOVE WS-TODAY (1:4) TO WS-TAX-YEAR
               SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF

      * The master stays open across the statement pass for the
      * name and taxpayer ID join - one keyed read per seller. It is
      * opened before either output, so a master that cannot be read
      * leaves no filing behind that looks complete.
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open ACCOUNTS.DAT, "
                  "status " WS-ACCOUNTS-STATUS " - no statements "
                  "written ***"
               STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open TAXSTMT.DAT, "
                  "status " WS-STMT-STATUS " ***"
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT EXPORT-FILE
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open TAXEXP.DAT, "
                  "status " WS-EXPORT-STATUS " ***"
               CLOSE STATEMENT-FILE
               CLOSE ACCOUNTS-FILE
               STOP RUN
           END-IF
           MOVE SPACES TO EXPORT-HEADER-RECORD
           MOVE WS-HEADER-TAG TO TXH-TAG
           MOVE WS-TAX-YEAR TO TXH-TAX-YEAR
           MOVE WS-TODAY TO TXH-RUN-DATE
           MOVE WS-THRESHOLD TO TXH-THRESHOLD
           WRITE EXPORT-HEADER-RECORD

           SORT SALES-SORT-FILE
               ON ASCENDING KEY SS-SELLER
               INPUT PROCEDURE IS RELEASE-YEAR-SALES
               OUTPUT PROCEDURE IS PRODUCE-STATEMENTS

           CLOSE ACCOUNTS-FILE

           MOVE SPACES TO EXPORT-TRAILER-RECORD
           MOVE WS-TRAILER-TAG TO TXT-TAG
           MOVE WS-SELLER-COUNT TO TXT-COUNT
           MOVE WS-GROSS-TOTAL TO TXT-GROSS-TOTAL
           MOVE WS-REPORTABLE-COUNT TO TXT-REPORTABLE
           WRITE EXPORT-TRAILER-RECORD
           CLOSE EXPORT-FILE

           PERFORM WRITE-RUN-SUMMARY
           CLOSE STATEMENT-FILE

           DISPLAY "Tax year:               " WS-TAX-YEAR
           DISPLAY "Sales read:             " WS-SALES-READ
           DISPLAY "Reversals read:         " WS-REVERSALS-READ
           DISPLAY "Statements produced:    " WS-SELLER-COUNT
           DISPLAY "Reportable sellers:     " WS-REPORTABLE-COUNT
           DISPLAY "Reportable, no tax ID:  " WS-NO-TAX-ID-COUNT
           DISPLAY "Statements written to data/TAXSTMT.DAT"
           DISPLAY "Tax export written to data/TAXEXP.DAT"
           STOP RUN.

      * A mounted TAXPARM.DAT replaces the console prompts so the
      * year-end run can go unattended; with no file mounted the
      * run prompts instead. A mounted but empty or non-numeric
      * record is refused outright rather than guessed at - a tax
      * filing must never be built for the wrong year.
       READ-RUN-PARAMETERS.
           MOVE 'N' TO WS-PARM-PRESENT
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "*** FATAL: TAXPARM.DAT is mounted "
                          "but empty - no statements written ***"
                       CLOSE PARM-FILE
                       STOP RUN
                   NOT AT END
                       IF TXP-TAX-YEAR IS NUMERIC
                          AND TXP-THRESHOLD IS NUMERIC
                           MOVE 'Y' TO WS-PARM-PRESENT
                           MOVE TXP-TAX-YEAR TO WS-TAX-YEAR
                           MOVE TXP-THRESHOLD TO WS-THRESHOLD
                       ELSE
                           DISPLAY "*** FATAL: TAXPARM.DAT year or "
                              "threshold is not numeric - no "
                              "statements written ***"
                           CLOSE PARM-FILE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      * History first, then the live ledger, so a year that TRANARCH
      * has only partly archived is still counted whole.
       RELEASE-YEAR-SALES.
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

      * Cash rows carry a marker, not a book, and zero-cash rows
      * moved a book without a sale, so neither is earnings. A
      * TRADEREV reversal row carries the sale's amount and fee
      * negated; it is released as it stands, so the sale it undoes
      * nets out of the year in which the reversal was made.
       RELEASE-ONE-SALE.
           IF TRANS-DATE (1:4) = WS-TAX-YEAR
              AND TRANS-BOOK (1:1) NOT = '*'
              AND TRANS-AMOUNT NOT = ZERO
               IF TRANS-AMOUNT > ZERO
                   ADD 1 TO WS-SALES-READ
               ELSE
                   ADD 1 TO WS-REVERSALS-READ
               END-IF
               MOVE TRANS-SELLER TO SS-SELLER
               MOVE TRANS-AMOUNT TO SS-AMOUNT
               MOVE TRANS-FEE TO SS-FEE
               RELEASE SALES-SORT-RECORD
           END-IF.

       PRODUCE-STATEMENTS.
           MOVE 'N' TO WS-SORT-EOF
           MOVE SPACES TO WS-CURR-SELLER
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SALES-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SS-SELLER NOT = WS-CURR-SELLER
                           IF WS-CURR-SELLER NOT = SPACES
                               PERFORM FINISH-SELLER
                           END-IF
                           MOVE SS-SELLER TO WS-CURR-SELLER
                           MOVE ZERO TO WS-SELLER-GROSS
                           MOVE ZERO TO WS-SELLER-FEES
                           MOVE ZERO TO WS-SELLER-SALES
                       END-IF
                       ADD SS-AMOUNT TO WS-SELLER-GROSS
                       ADD SS-FEE TO WS-SELLER-FEES
                       IF SS-AMOUNT > ZERO
                           ADD 1 TO WS-SELLER-SALES
                       ELSE
                           SUBTRACT 1 FROM WS-SELLER-SALES
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-CURR-SELLER NOT = SPACES
               PERFORM FINISH-SELLER
           END-IF.

      * Net proceeds are what the seller was actually credited:
      * gross sales less the commission the forum withheld.
       FINISH-SELLER.
           COMPUTE WS-SELLER-NET = WS-SELLER-GROSS - WS-SELLER-FEES
           ADD 1 TO WS-SELLER-COUNT
           ADD WS-SELLER-GROSS TO WS-GROSS-TOTAL
           ADD WS-SELLER-FEES TO WS-FEE-TOTAL
           ADD WS-SELLER-NET TO WS-NET-TOTAL
           MOVE 'N' TO WS-REPORTABLE
           IF WS-SELLER-GROSS > WS-THRESHOLD
               MOVE 'Y' TO WS-REPORTABLE
               ADD 1 TO WS-REPORTABLE-COUNT
           END-IF
           PERFORM LOOKUP-SELLER
           PERFORM WRITE-SELLER-STATEMENT
           PERFORM WRITE-EXPORT-RECORD.

       LOOKUP-SELLER.
           MOVE 'N' TO WS-SELLER-FOUND
           MOVE "*** NOT ON FILE ***" TO WS-CURR-NAME
           MOVE SPACES TO WS-CURR-TAX-ID
           MOVE WS-CURR-SELLER TO ACCOUNT-ID
           READ ACCOUNTS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SELLER-FOUND
                   MOVE ACCOUNT-NAME TO WS-CURR-NAME
                   MOVE ACCOUNT-TAX-ID TO WS-CURR-TAX-ID
           END-READ.

      * A reportable seller with no taxpayer ID on file is printed
      * and exported regardless - the statement says so, and the
      * ID is chased through an ACCTMAINT 'T' record before filing.
       WRITE-SELLER-STATEMENT.
           MOVE WS-TAX-YEAR TO TTL-TAX-YEAR
           MOVE WS-TODAY TO TTL-RUN-DATE
           WRITE STATEMENT-LINE FROM WS-TITLE-LINE
           MOVE WS-CURR-SELLER TO ACL-ACCOUNT-ID
           MOVE WS-CURR-NAME TO ACL-ACCOUNT-NAME
           MOVE WS-CURR-TAX-ID TO ACL-TAX-ID
           WRITE STATEMENT-LINE FROM WS-ACCOUNT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "GROSS SALES" TO AML-LABEL
           MOVE WS-SELLER-GROSS TO AML-AMOUNT
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE
           MOVE "COMMISSION WITHHELD" TO AML-LABEL
           MOVE WS-SELLER-FEES TO AML-AMOUNT
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE
           MOVE "NET PROCEEDS" TO AML-LABEL
           MOVE WS-SELLER-NET TO AML-AMOUNT
           WRITE STATEMENT-LINE FROM WS-AMOUNT-LINE
           MOVE WS-SELLER-SALES TO CNL-COUNT
           WRITE STATEMENT-LINE FROM WS-COUNT-LINE
           IF WS-REPORTABLE = 'Y'
               MOVE "*** REPORTABLE - GROSS SALES ABOVE THRESHOLD ***"
                  TO WS-FLAG-LINE
               WRITE STATEMENT-LINE FROM WS-FLAG-LINE
               IF WS-CURR-TAX-ID = SPACES
                   ADD 1 TO WS-NO-TAX-ID-COUNT
                   MOVE "*** TAXPAYER ID NOT ON FILE ***"
                      TO WS-FLAG-LINE
                   WRITE STATEMENT-LINE FROM WS-FLAG-LINE
               END-IF
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-EXPORT-RECORD.
           MOVE WS-CURR-SELLER TO TAX-ACCOUNT-ID
           MOVE WS-TAX-YEAR TO TAX-YEAR
           MOVE WS-CURR-TAX-ID TO TAX-PAYER-ID
           MOVE WS-CURR-NAME TO TAX-NAME
           IF WS-SELLER-FOUND = 'N'
               MOVE SPACES TO TAX-NAME
           END-IF
           MOVE WS-SELLER-GROSS TO TAX-GROSS-SALES
           MOVE WS-SELLER-FEES TO TAX-FEES
           MOVE WS-SELLER-NET TO TAX-NET-PROCEEDS
           MOVE WS-SELLER-SALES TO TAX-SALES-COUNT
           MOVE WS-REPORTABLE TO TAX-REPORTABLE
           WRITE EXPORT-RECORD
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "*** FATAL: write to TAXEXP.DAT failed for "
                  WS-CURR-SELLER ", status " WS-EXPORT-STATUS
                  " - export incomplete ***"
               CLOSE EXPORT-FILE
               CLOSE STATEMENT-FILE
               STOP RUN
           END-IF.

       WRITE-RUN-SUMMARY.
           MOVE WS-TAX-YEAR TO TTL-TAX-YEAR
           MOVE WS-TODAY TO TTL-RUN-DATE
           WRITE STATEMENT-LINE FROM WS-TITLE-LINE
           MOVE "RUN SUMMARY" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "SELLERS" TO SCL-LABEL
           MOVE WS-SELLER-COUNT TO SCL-COUNT
           WRITE STATEMENT-LINE FROM WS-SUMMARY-COUNT-LINE
           MOVE "REPORTABLE SELLERS" TO SCL-LABEL
           MOVE WS-REPORTABLE-COUNT TO SCL-COUNT
           WRITE STATEMENT-LINE FROM WS-SUMMARY-COUNT-LINE
           MOVE "REPORTABLE, NO TAXPAYER ID" TO SCL-LABEL
           MOVE WS-NO-TAX-ID-COUNT TO SCL-COUNT
           WRITE STATEMENT-LINE FROM WS-SUMMARY-COUNT-LINE
           MOVE "TOTAL GROSS SALES" TO SUM-LABEL
           MOVE WS-GROSS-TOTAL TO SUM-AMOUNT
           WRITE STATEMENT-LINE FROM WS-SUMMARY-LINE
           MOVE "TOTAL COMMISSION WITHHELD" TO SUM-LABEL
           MOVE WS-FEE-TOTAL TO SUM-AMOUNT
           WRITE STATEMENT-LINE FROM WS-SUMMARY-LINE
           MOVE "TOTAL NET PROCEEDS" TO SUM-LABEL
           MOVE WS-NET-TOTAL TO SUM-AMOUNT
           WRITE STATEMENT-LINE FROM WS-SUMMARY-LINE
           MOVE "END OF REPORT" TO STATEMENT-LINE
           WRITE STATEMENT-LINE.
