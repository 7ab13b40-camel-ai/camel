       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO "src/BANKSTMT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT TRANSACTIONS-FILE ASSIGN TO "data/TRANSACTIONS.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "data/TRANHIST.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OUTSTANDING-FILE ASSIGN TO "data/BANKOUT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT NEW-OUTSTANDING-FILE ASSIGN TO "data/BROUT.WRK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "data/BANKRCTL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "data/BANKRPT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BANK-WORK-FILE ASSIGN TO "data/BRBANK.WRK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT BANK-LEFT-FILE ASSIGN TO "data/BRBANKL.WRK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT LEDGER-WORK-FILE ASSIGN TO "data/BRLEDG.WRK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT LEDGER-LEFT-FILE ASSIGN TO "data/BRLEDGL.WRK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT MISMATCH-FILE ASSIGN TO "data/BRMISM.WRK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT BANK-SORT-FILE ASSIGN TO "data/BRBANK.SRT".
           SELECT LEDGER-SORT-FILE ASSIGN TO "data/BRLEDG.SRT".

       DATA DIVISION.
       FILE SECTION.
      * The bank's daily statement of member cash movements, framed
      * by the same header and trailer controls as a CASHMOV.DAT
      * movement batch; the header carries the statement date.
       FD STATEMENT-FILE.
       01 STATEMENT-RECORD.
           COPY STMTREC.
       01 STMT-HEADER-RECORD.
           05 SH-TAG           PIC X(4).
           05 SH-DATE          PIC 9(8).
           05 FILLER           PIC X(25).
       01 STMT-TRAILER-RECORD.
           05 ST-TAG           PIC X(4).
           05 ST-COUNT         PIC 9(6).
           05 ST-HASH          PIC 9(12)V99.
           05 FILLER           PIC X(13).

       FD TRANSACTIONS-FILE.
       01 TRANSACTION-RECORD.
           COPY TRANREC.

      * History records are ledger records verbatim (TRANREC
      * layout); they are read raw and unpacked through the ledger
      * record area, the same way TRANARCH splits the file.
       FD HISTORY-FILE.
       01 HISTORY-RECORD       PIC X(44).

      * Every item still unreconciled after the last run: bank lines
      * ('B') the ledger has not shown and ledger movements ('L') the
      * bank has not shown, each with the statement date it was
      * first left outstanding on. The two halves of an amount
      * mismatch stay on the list too, the bank side as 'M' and the
      * ledger side as 'N', until a later run matches them properly.
       FD OUTSTANDING-FILE.
       01 OUTSTANDING-RECORD.
           05 OUT-SOURCE       PIC X(1).
           05 OUT-ITEM         PIC X(45).

      * The new outstanding list, built in full before the control
      * date moves and only then copied over BANKOUT.DAT.
       FD NEW-OUTSTANDING-FILE.
       01 NEW-OUTSTANDING-RECORD.
           05 NOUT-SOURCE      PIC X(1).
           05 NOUT-ITEM        PIC X(45).

      * The date of the last statement reconciled, so the same
      * statement can never be taken twice.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CTL-LAST-DATE    PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(80).

       FD BANK-WORK-FILE.
       01 BANK-WORK-RECORD    PIC X(45).

       FD BANK-LEFT-FILE.
       01 BANK-LEFT-RECORD    PIC X(45).

       FD LEDGER-WORK-FILE.
       01 LEDGER-WORK-RECORD  PIC X(45).

       FD LEDGER-LEFT-FILE.
       01 LEDGER-LEFT-RECORD  PIC X(45).

      * Both halves of every amount mismatch the third pass pairs,
      * in OUTSTANDING-RECORD layout, until they are carried.
       FD MISMATCH-FILE.
       01 MISMATCH-RECORD.
           05 MM-SOURCE        PIC X(1).
           05 MM-ITEM          PIC X(45).

      * Both sides are reduced to the same item layout - account,
      * movement type, amount, value date, the date first left
      * outstanding, and the bank's reference - and sorted on it.
       SD BANK-SORT-FILE.
       01 BANK-SORT-RECORD.
           05 BS-ACCOUNT       PIC X(4).
           05 BS-TYPE          PIC X(1).
           05 BS-AMOUNT        PIC 9(10)V99.
           05 BS-DATE          PIC 9(8).
           05 BS-SINCE         PIC 9(8).
           05 BS-REF           PIC X(12).

       SD LEDGER-SORT-FILE.
       01 LEDGER-SORT-RECORD.
           05 LS-ACCOUNT       PIC X(4).
           05 LS-TYPE          PIC X(1).
           05 LS-AMOUNT        PIC 9(10)V99.
           05 LS-DATE          PIC 9(8).
           05 LS-SINCE         PIC 9(8).
           05 LS-REF           PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X VALUE 'N'.
       01 WS-STMT-EOF         PIC X VALUE 'N'.
       01 WS-BANK-EOF         PIC X VALUE 'N'.
       01 WS-LEDGER-EOF       PIC X VALUE 'N'.
       01 WS-MISMATCH-EOF     PIC X VALUE 'N'.
       01 WS-STMT-STATUS      PIC XX VALUE SPACES.
       01 WS-TRANS-STATUS     PIC XX VALUE SPACES.
       01 WS-HIST-STATUS      PIC XX VALUE SPACES.
       01 WS-OUT-STATUS       PIC XX VALUE SPACES.
       01 WS-CTL-STATUS       PIC XX VALUE SPACES.
       01 WS-REPORT-STATUS    PIC XX VALUE SPACES.
       01 WS-WORK-STATUS      PIC XX VALUE SPACES.
       01 WS-TODAY            PIC 9(8) VALUE ZERO.
       01 WS-STMT-DATE        PIC 9(8) VALUE ZERO.
       01 WS-LAST-DATE        PIC 9(8) VALUE ZERO.
       01 WS-PASS             PIC 9(1) VALUE ZERO.
       01 WS-HDR-SEEN         PIC X VALUE 'N'.
       01 WS-TRL-SEEN         PIC X VALUE 'N'.
       01 WS-STMT-OK          PIC X VALUE 'N'.
       01 WS-STMT-ERR         PIC X VALUE 'N'.
       01 WS-DETAIL-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-HASH-TOTAL       PIC 9(12)V99 VALUE ZERO.
       01 WS-TRL-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-TRL-HASH         PIC 9(12)V99 VALUE ZERO.
       01 WS-HEADER-TAG       PIC X(4) VALUE "*HDR".
       01 WS-TRAILER-TAG      PIC X(4) VALUE "*TRL".
       01 WS-DEPOSIT-MARKER   PIC X(4) VALUE "*DEP".
       01 WS-WITHDRAW-MARKER  PIC X(4) VALUE "*WDR".
       01 WS-BANK-LINES       PIC 9(6) VALUE ZERO.
       01 WS-LEDGER-ITEMS     PIC 9(6) VALUE ZERO.
       01 WS-CARRIED-IN       PIC 9(6) VALUE ZERO.
       01 WS-MATCHED          PIC 9(6) VALUE ZERO.
       01 WS-CLEARED          PIC 9(6) VALUE ZERO.
       01 WS-MISMATCHED       PIC 9(6) VALUE ZERO.
       01 WS-BANK-ONLY        PIC 9(6) VALUE ZERO.
       01 WS-LEDGER-ONLY      PIC 9(6) VALUE ZERO.
       01 WS-PAGE-NUMBER      PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT       PIC 9(2) VALUE 99.
       01 WS-PAGE-LIMIT       PIC 9(2) VALUE 55.
       01 WS-PRINT-LINE       PIC X(80) VALUE SPACES.

       01 WS-BANK-ITEM.
           05 BI-ACCOUNT       PIC X(4).
           05 BI-TYPE          PIC X(1).
           05 BI-AMOUNT        PIC 9(10)V99.
           05 BI-DATE          PIC 9(8).
           05 BI-SINCE         PIC 9(8).
           05 BI-REF           PIC X(12).

       01 WS-LEDGER-ITEM.
           05 LI-ACCOUNT       PIC X(4).
           05 LI-TYPE          PIC X(1).
           05 LI-AMOUNT        PIC 9(10)V99.
           05 LI-DATE          PIC 9(8).
           05 LI-SINCE         PIC 9(8).
           05 LI-REF           PIC X(12).

      * The match key for the current pass. A field the pass does
      * not match on is zeroed on both sides, and an exhausted side
      * reads as HIGH-VALUES so the other side drains past it.
       01 WS-BANK-KEY.
           05 BK-ACCOUNT       PIC X(4).
           05 BK-TYPE          PIC X(1).
           05 BK-AMOUNT        PIC 9(10)V99.
           05 BK-DATE          PIC 9(8).

       01 WS-LEDGER-KEY.
           05 LDK-ACCOUNT      PIC X(4).
           05 LDK-TYPE         PIC X(1).
           05 LDK-AMOUNT       PIC 9(10)V99.
           05 LDK-DATE         PIC 9(8).

       01 WS-PAGE-HEADING.
           05 FILLER           PIC X(34)
              VALUE "BANK STATEMENT RECONCILIATION".
           05 FILLER           PIC X(5) VALUE "DATE ".
           05 PH-DATE          PIC 9(8).
           05 FILLER           PIC X(24) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE "PAGE ".
           05 PH-PAGE          PIC ZZZ9.

       01 WS-STATEMENT-LINE.
           05 FILLER           PIC X(15) VALUE "STATEMENT DATE ".
           05 SL-DATE          PIC 9(8).

       01 WS-COLUMN-HEAD-1.
           05 FILLER           PIC X(44) VALUE
              "RESULT        ACCT  T  VALUE DT  BANK AMOUNT".
           05 FILLER           PIC X(36) VALUE
              "  LEDGER AMOUNT  OUTSTANDING".
       01 WS-COLUMN-HEAD-2.
           05 FILLER           PIC X(44) VALUE
              "------------  ----  -  --------  -----------".
           05 FILLER           PIC X(36) VALUE
              "--  -------------  -----------".

       01 WS-DETAIL-LINE.
           05 DET-RESULT       PIC X(12).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-ACCOUNT      PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-TYPE         PIC X(1).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-DATE         PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-BANK-AMOUNT  PIC Z(9)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-LEDG-AMOUNT  PIC Z(9)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-SINCE        PIC 9(8).

       01 WS-TOTAL-LINE.
           05 TOT-LABEL        PIC X(30).
           05 TOT-COUNT        PIC ZZZZZ9.

       PROCEDURE DIVISION.
      * The statement is proved and the date checked before
      * anything is read or written. Both sides - today's statement
      * lines plus the bank items carried in, and the ledger's cash
      * movements of the statement date plus the ledger items
      * carried in - are then sorted and matched in three passes,
      * each pass working only on what the one before left over:
      * first on account, type, amount and date exactly; then on
      * account, type and amount alone, which clears an item the
      * other side showed on a different day; and last on account,
      * type and date alone, which pairs an amount mismatch. What
      * still has no partner is reported and carried forward, and so
      * is each mismatched pair until it is put right.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM VERIFY-STATEMENT-CONTROLS
           IF WS-STMT-OK = 'N'
               DISPLAY "*** FATAL: bank statement controls failed - "
                  "nothing reconciled ***"
               STOP RUN
           END-IF
           PERFORM READ-RECONCILE-CONTROL
           IF WS-STMT-DATE <= WS-LAST-DATE
               DISPLAY "*** FATAL: statement dated " WS-STMT-DATE
                  " is not after the last statement reconciled ("
                  WS-LAST-DATE ") - nothing reconciled ***"
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open BANKRPT.DAT, "
                  "status " WS-REPORT-STATUS " ***"
               STOP RUN
           END-IF
           MOVE WS-TODAY TO PH-DATE
           MOVE WS-STMT-DATE TO SL-DATE
           MOVE WS-STATEMENT-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE

           MOVE 1 TO WS-PASS
           SORT BANK-SORT-FILE
               ON ASCENDING KEY BS-ACCOUNT BS-TYPE BS-AMOUNT BS-DATE
               INPUT PROCEDURE IS LOAD-BANK-ITEMS
               GIVING BANK-WORK-FILE
           SORT LEDGER-SORT-FILE
               ON ASCENDING KEY LS-ACCOUNT LS-TYPE LS-AMOUNT LS-DATE
               INPUT PROCEDURE IS LOAD-LEDGER-ITEMS
               GIVING LEDGER-WORK-FILE
           PERFORM MATCH-PASS

           MOVE 2 TO WS-PASS
           SORT BANK-SORT-FILE
               ON ASCENDING KEY BS-ACCOUNT BS-TYPE BS-AMOUNT BS-DATE
               USING BANK-LEFT-FILE
               GIVING BANK-WORK-FILE
           SORT LEDGER-SORT-FILE
               ON ASCENDING KEY LS-ACCOUNT LS-TYPE LS-AMOUNT LS-DATE
               USING LEDGER-LEFT-FILE
               GIVING LEDGER-WORK-FILE
           PERFORM MATCH-PASS

           MOVE 3 TO WS-PASS
           OPEN OUTPUT MISMATCH-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open BRMISM.WRK, "
                  "status " WS-WORK-STATUS " ***"
               STOP RUN
           END-IF
           SORT BANK-SORT-FILE
               ON ASCENDING KEY BS-ACCOUNT BS-TYPE BS-DATE BS-AMOUNT
               USING BANK-LEFT-FILE
               GIVING BANK-WORK-FILE
           SORT LEDGER-SORT-FILE
               ON ASCENDING KEY LS-ACCOUNT LS-TYPE LS-DATE LS-AMOUNT
               USING LEDGER-LEFT-FILE
               GIVING LEDGER-WORK-FILE
           PERFORM MATCH-PASS
           CLOSE MISMATCH-FILE

           PERFORM CARRY-FORWARD-OUTSTANDING
           PERFORM WRITE-RECONCILE-CONTROL
           PERFORM INSTALL-OUTSTANDING
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           DISPLAY "Statement reconciled:  " WS-STMT-DATE
           DISPLAY "Bank lines read:       " WS-BANK-LINES
           DISPLAY "Ledger movements read: " WS-LEDGER-ITEMS
           DISPLAY "Items carried in:      " WS-CARRIED-IN
           DISPLAY "Matched:               " WS-MATCHED
           DISPLAY "Outstanding cleared:   " WS-CLEARED
           DISPLAY "Amount mismatches:     " WS-MISMATCHED
           DISPLAY "Bank only:             " WS-BANK-ONLY
           DISPLAY "Ledger only:           " WS-LEDGER-ONLY
           DISPLAY "Report written to data/BANKRPT.DAT"
           STOP RUN.

      * The statement is read once before anything is matched,
      * exactly as CASHPOST proves a movement batch: header first,
      * trailer last, and the trailer's count and amount hash must
      * match what was read.
       VERIFY-STATEMENT-CONTROLS.
           MOVE 'N' TO WS-STMT-OK
           MOVE 'N' TO WS-STMT-ERR
           MOVE 'N' TO WS-HDR-SEEN
           MOVE 'N' TO WS-TRL-SEEN
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO WS-HASH-TOTAL
           MOVE 'N' TO WS-STMT-EOF
           OPEN INPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open BANKSTMT.DAT, "
                  "status " WS-STMT-STATUS " ***"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-STMT-EOF = 'Y'
               READ STATEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-STMT-EOF
                   NOT AT END
                       PERFORM CHECK-STATEMENT-RECORD
               END-READ
           END-PERFORM
           CLOSE STATEMENT-FILE

           EVALUATE TRUE
               WHEN WS-STMT-ERR = 'Y'
                   CONTINUE
               WHEN WS-HDR-SEEN = 'N'
                   DISPLAY "*** Statement error: no *HDR header "
                      "record ***"
               WHEN WS-TRL-SEEN = 'N'
                   DISPLAY "*** Statement error: no *TRL trailer "
                      "record - file may be truncated ***"
               WHEN WS-TRL-COUNT NOT = WS-DETAIL-COUNT
                   DISPLAY "*** Statement error: trailer count "
                      WS-TRL-COUNT " but " WS-DETAIL-COUNT
                      " statement lines read ***"
               WHEN WS-TRL-HASH NOT = WS-HASH-TOTAL
                   DISPLAY "*** Statement error: trailer hash does "
                      "not match amount total read ***"
               WHEN OTHER
                   MOVE 'Y' TO WS-STMT-OK
           END-EVALUATE.

       CHECK-STATEMENT-RECORD.
           EVALUATE TRUE
               WHEN SH-TAG = WS-HEADER-TAG
                   IF WS-HDR-SEEN = 'Y'
                       DISPLAY "*** Statement error: more than one "
                          "header record ***"
                       MOVE 'Y' TO WS-STMT-ERR
                       MOVE 'Y' TO WS-STMT-EOF
                   ELSE
                       MOVE 'Y' TO WS-HDR-SEEN
                       MOVE SH-DATE TO WS-STMT-DATE
                   END-IF
               WHEN ST-TAG = WS-TRAILER-TAG
                   MOVE 'Y' TO WS-TRL-SEEN
                   MOVE ST-COUNT TO WS-TRL-COUNT
                   MOVE ST-HASH TO WS-TRL-HASH
               WHEN WS-HDR-SEEN = 'N'
                   DISPLAY "*** Statement error: statement line "
                      "before the header ***"
                   MOVE 'Y' TO WS-STMT-ERR
                   MOVE 'Y' TO WS-STMT-EOF
               WHEN WS-TRL-SEEN = 'Y'
                   DISPLAY "*** Statement error: statement line "
                      "after the trailer ***"
                   MOVE 'Y' TO WS-STMT-ERR
                   MOVE 'Y' TO WS-STMT-EOF
               WHEN OTHER
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD STMT-AMOUNT TO WS-HASH-TOTAL
           END-EVALUATE.

       READ-RECONCILE-CONTROL.
           MOVE ZERO TO WS-LAST-DATE
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-STATUS = "00"
               READ CONTROL-FILE
                   NOT AT END
                       IF CTL-LAST-DATE IS NUMERIC
                           MOVE CTL-LAST-DATE TO WS-LAST-DATE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      * The control date moves once the new outstanding list is
      * complete in BROUT.WRK but before BANKOUT.DAT is touched, so
      * a run that dies before this point leaves both as they were
      * and can simply be run again against the same statement.
       WRITE-RECONCILE-CONTROL.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to write BANKRCTL.DAT, "
                  "status " WS-CTL-STATUS " - BANKOUT.DAT unchanged, "
                  "statement " WS-STMT-DATE " may be taken again ***"
               STOP RUN
           END-IF
           MOVE WS-STMT-DATE TO CTL-LAST-DATE
           WRITE CONTROL-RECORD
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "*** FATAL: write to BANKRCTL.DAT failed, "
                  "status " WS-CTL-STATUS " - BANKOUT.DAT unchanged; "
                  "restore BANKRCTL.DAT from backup, then statement "
                  WS-STMT-DATE " may be taken again ***"
               STOP RUN
           END-IF
           CLOSE CONTROL-FILE.

      * Once the control date has moved the statement cannot be
      * taken again, so a failure copying the new list leaves it
      * whole in BROUT.WRK for operations to copy over BANKOUT.DAT
      * before the next statement is run.
       INSTALL-OUTSTANDING.
           OPEN INPUT NEW-OUTSTANDING-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open BROUT.WRK, "
                  "status " WS-WORK-STATUS " - statement "
                  WS-STMT-DATE " is reconciled but BANKOUT.DAT is "
                  "not replaced ***"
               STOP RUN
           END-IF
           OPEN OUTPUT OUTSTANDING-FILE
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to rewrite BANKOUT.DAT, "
                  "status " WS-OUT-STATUS " - copy BROUT.WRK over "
                  "it before the next statement ***"
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ NEW-OUTSTANDING-FILE INTO OUTSTANDING-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE OUTSTANDING-RECORD
                       IF WS-OUT-STATUS NOT = "00"
                           DISPLAY "*** FATAL: write to BANKOUT.DAT "
                              "failed, status " WS-OUT-STATUS
                              " - copy BROUT.WRK over it before the "
                              "next statement ***"
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NEW-OUTSTANDING-FILE
           CLOSE OUTSTANDING-FILE.

      * The bank side: every statement line, dated as the bank
      * dated it and outstanding from this statement, plus every
      * bank item carried in from earlier statements, the bank
      * halves of open mismatches among them.
       LOAD-BANK-ITEMS.
           MOVE 'N' TO WS-STMT-EOF
           OPEN INPUT STATEMENT-FILE
           PERFORM UNTIL WS-STMT-EOF = 'Y'
               READ STATEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-STMT-EOF
                   NOT AT END
                       IF SH-TAG NOT = WS-HEADER-TAG
                          AND ST-TAG NOT = WS-TRAILER-TAG
                           ADD 1 TO WS-BANK-LINES
                           MOVE STMT-ACCOUNT-ID TO BS-ACCOUNT
                           MOVE STMT-TYPE TO BS-TYPE
                           MOVE STMT-AMOUNT TO BS-AMOUNT
                           MOVE STMT-DATE TO BS-DATE
                           MOVE WS-STMT-DATE TO BS-SINCE
                           MOVE STMT-BANK-REF TO BS-REF
                           RELEASE BANK-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATEMENT-FILE
           MOVE 'N' TO WS-EOF
           OPEN INPUT OUTSTANDING-FILE
           IF WS-OUT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OUTSTANDING-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF OUT-SOURCE = 'B' OR OUT-SOURCE = 'M'
                               ADD 1 TO WS-CARRIED-IN
                               MOVE OUT-ITEM TO BANK-SORT-RECORD
                               RELEASE BANK-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTSTANDING-FILE
           END-IF.

      * The ledger side: every CASHPOST deposit and withdrawal
      * dated after the last statement reconciled up to this one -
      * so a weekend, a holiday or a missed statement file leaves
      * nothing behind - from history as well as the live ledger in
      * case the archive has already run, plus every ledger item
      * carried in. A deposit names the member on the seller side
      * and a withdrawal on the buyer side. Each movement is
      * outstanding from its own date. The very first run has no
      * last statement to start from and takes the statement date
      * alone rather than the whole of history.
       LOAD-LEDGER-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE HISTORY-RECORD TO TRANSACTION-RECORD
                           PERFORM RELEASE-LEDGER-MOVEMENT
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
                           PERFORM RELEASE-LEDGER-MOVEMENT
                   END-READ
               END-PERFORM
               CLOSE TRANSACTIONS-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT OUTSTANDING-FILE
           IF WS-OUT-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OUTSTANDING-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF OUT-SOURCE = 'L' OR OUT-SOURCE = 'N'
                               ADD 1 TO WS-CARRIED-IN
                               MOVE OUT-ITEM TO LEDGER-SORT-RECORD
                               RELEASE LEDGER-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTSTANDING-FILE
           END-IF.

       RELEASE-LEDGER-MOVEMENT.
           IF ((WS-LAST-DATE = ZERO AND TRANS-DATE = WS-STMT-DATE)
                 OR (WS-LAST-DATE > ZERO
                    AND TRANS-DATE > WS-LAST-DATE
                    AND TRANS-DATE <= WS-STMT-DATE))
              AND (TRANS-BOOK = WS-DEPOSIT-MARKER
                 OR TRANS-BOOK = WS-WITHDRAW-MARKER)
               ADD 1 TO WS-LEDGER-ITEMS
               IF TRANS-BOOK = WS-DEPOSIT-MARKER
                   MOVE TRANS-SELLER TO LS-ACCOUNT
                   MOVE 'D' TO LS-TYPE
               ELSE
                   MOVE TRANS-BUYER TO LS-ACCOUNT
                   MOVE 'W' TO LS-TYPE
               END-IF
               MOVE TRANS-AMOUNT TO LS-AMOUNT
               MOVE TRANS-DATE TO LS-DATE
               MOVE TRANS-DATE TO LS-SINCE
               MOVE SPACES TO LS-REF
               RELEASE LEDGER-SORT-RECORD
           END-IF.

      * One balanced-line merge of the two sorted sides on the
      * current pass's key. Equal keys pair one item from each side;
      * the lower key has no partner this pass and is left over for
      * the next.
       MATCH-PASS.
           OPEN INPUT BANK-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open BRBANK.WRK, "
                  "status " WS-WORK-STATUS " ***"
               STOP RUN
           END-IF
           OPEN INPUT LEDGER-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open BRLEDG.WRK, "
                  "status " WS-WORK-STATUS " ***"
               STOP RUN
           END-IF
           OPEN OUTPUT BANK-LEFT-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open BRBANKL.WRK, "
                  "status " WS-WORK-STATUS " ***"
               STOP RUN
           END-IF
           OPEN OUTPUT LEDGER-LEFT-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open BRLEDGL.WRK, "
                  "status " WS-WORK-STATUS " ***"
               STOP RUN
           END-IF
           MOVE 'N' TO WS-BANK-EOF
           MOVE 'N' TO WS-LEDGER-EOF
           PERFORM READ-BANK-ITEM
           PERFORM READ-LEDGER-ITEM
           PERFORM UNTIL WS-BANK-EOF = 'Y' AND WS-LEDGER-EOF = 'Y'
               EVALUATE TRUE
                   WHEN WS-BANK-KEY = WS-LEDGER-KEY
                       PERFORM PAIR-ITEMS
                       PERFORM READ-BANK-ITEM
                       PERFORM READ-LEDGER-ITEM
                   WHEN WS-BANK-KEY < WS-LEDGER-KEY
                       WRITE BANK-LEFT-RECORD FROM WS-BANK-ITEM
                       PERFORM READ-BANK-ITEM
                   WHEN OTHER
                       WRITE LEDGER-LEFT-RECORD FROM WS-LEDGER-ITEM
                       PERFORM READ-LEDGER-ITEM
               END-EVALUATE
           END-PERFORM
           CLOSE BANK-WORK-FILE
           CLOSE LEDGER-WORK-FILE
           CLOSE BANK-LEFT-FILE
           CLOSE LEDGER-LEFT-FILE.

       READ-BANK-ITEM.
           READ BANK-WORK-FILE INTO WS-BANK-ITEM
               AT END
                   MOVE 'Y' TO WS-BANK-EOF
                   MOVE HIGH-VALUES TO WS-BANK-KEY
               NOT AT END
                   MOVE BI-ACCOUNT TO BK-ACCOUNT
                   MOVE BI-TYPE TO BK-TYPE
                   MOVE BI-AMOUNT TO BK-AMOUNT
                   MOVE BI-DATE TO BK-DATE
                   IF WS-PASS = 2
                       MOVE ZERO TO BK-DATE
                   END-IF
                   IF WS-PASS = 3
                       MOVE ZERO TO BK-AMOUNT
                   END-IF
           END-READ.

       READ-LEDGER-ITEM.
           READ LEDGER-WORK-FILE INTO WS-LEDGER-ITEM
               AT END
                   MOVE 'Y' TO WS-LEDGER-EOF
                   MOVE HIGH-VALUES TO WS-LEDGER-KEY
               NOT AT END
                   MOVE LI-ACCOUNT TO LDK-ACCOUNT
                   MOVE LI-TYPE TO LDK-TYPE
                   MOVE LI-AMOUNT TO LDK-AMOUNT
                   MOVE LI-DATE TO LDK-DATE
                   IF WS-PASS = 2
                       MOVE ZERO TO LDK-DATE
                   END-IF
                   IF WS-PASS = 3
                       MOVE ZERO TO LDK-AMOUNT
                   END-IF
           END-READ.

      * A pair made on amount is settled. It is only worth a report
      * line when one side had been outstanding at the last
      * statement - the running list finance works from loses that
      * item today; a movement since then that the bank shows on
      * this statement is simply matched. A pair made on
      * date alone is an amount mismatch: it is reported with both
      * amounts for finance to correct, and both halves are carried
      * from the earlier of their two dates until a later run
      * settles them on amount.
       PAIR-ITEMS.
           MOVE BI-ACCOUNT TO DET-ACCOUNT
           MOVE BI-TYPE TO DET-TYPE
           MOVE BI-DATE TO DET-DATE
           MOVE BI-AMOUNT TO DET-BANK-AMOUNT
           MOVE LI-AMOUNT TO DET-LEDG-AMOUNT
           IF BI-SINCE < LI-SINCE
               MOVE BI-SINCE TO DET-SINCE
           ELSE
               MOVE LI-SINCE TO DET-SINCE
           END-IF
           EVALUATE TRUE
               WHEN WS-PASS = 3
                   ADD 1 TO WS-MISMATCHED
                   MOVE "AMOUNT DIFF" TO DET-RESULT
                   MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-PRINT-LINE
                   PERFORM HOLD-MISMATCHED-PAIR
               WHEN BI-SINCE <= WS-LAST-DATE
                  OR LI-SINCE <= WS-LAST-DATE
                  OR WS-PASS = 2
                   ADD 1 TO WS-CLEARED
                   MOVE "CLEARED" TO DET-RESULT
                   MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-PRINT-LINE
               WHEN OTHER
                   ADD 1 TO WS-MATCHED
           END-EVALUATE.

       HOLD-MISMATCHED-PAIR.
           IF LI-SINCE < BI-SINCE
               MOVE LI-SINCE TO BI-SINCE
           ELSE
               MOVE BI-SINCE TO LI-SINCE
           END-IF
           MOVE 'M' TO MM-SOURCE
           MOVE WS-BANK-ITEM TO MM-ITEM
           WRITE MISMATCH-RECORD
           MOVE 'N' TO MM-SOURCE
           MOVE WS-LEDGER-ITEM TO MM-ITEM
           WRITE MISMATCH-RECORD.

      * Whatever the third pass left is outstanding: it is reported
      * and written to the new outstanding file with the date it was
      * first left outstanding, so the list finance sees runs on
      * from day to day rather than starting over. The list is
      * built in BROUT.WRK; BANKOUT.DAT itself is only replaced once
      * the control date has moved.
       CARRY-FORWARD-OUTSTANDING.
           OPEN INPUT BANK-LEFT-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open BRBANKL.WRK, "
                  "status " WS-WORK-STATUS " ***"
               STOP RUN
           END-IF
           OPEN INPUT LEDGER-LEFT-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open BRLEDGL.WRK, "
                  "status " WS-WORK-STATUS " ***"
               STOP RUN
           END-IF
           OPEN INPUT MISMATCH-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open BRMISM.WRK, "
                  "status " WS-WORK-STATUS " ***"
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-OUTSTANDING-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open BROUT.WRK, "
                  "status " WS-WORK-STATUS " ***"
               STOP RUN
           END-IF
           MOVE 'N' TO WS-BANK-EOF
           PERFORM UNTIL WS-BANK-EOF = 'Y'
               READ BANK-LEFT-FILE INTO WS-BANK-ITEM
                   AT END
                       MOVE 'Y' TO WS-BANK-EOF
                   NOT AT END
                       ADD 1 TO WS-BANK-ONLY
                       MOVE 'B' TO NOUT-SOURCE
                       MOVE WS-BANK-ITEM TO NOUT-ITEM
                       PERFORM WRITE-NEW-OUTSTANDING
                       MOVE "BANK ONLY" TO DET-RESULT
                       MOVE BI-ACCOUNT TO DET-ACCOUNT
                       MOVE BI-TYPE TO DET-TYPE
                       MOVE BI-DATE TO DET-DATE
                       MOVE BI-AMOUNT TO DET-BANK-AMOUNT
                       MOVE ZERO TO DET-LEDG-AMOUNT
                       MOVE BI-SINCE TO DET-SINCE
                       MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-PRINT-LINE
               END-READ
           END-PERFORM
           CLOSE BANK-LEFT-FILE
           MOVE 'N' TO WS-LEDGER-EOF
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ LEDGER-LEFT-FILE INTO WS-LEDGER-ITEM
                   AT END
                       MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       ADD 1 TO WS-LEDGER-ONLY
                       MOVE 'L' TO NOUT-SOURCE
                       MOVE WS-LEDGER-ITEM TO NOUT-ITEM
                       PERFORM WRITE-NEW-OUTSTANDING
                       MOVE "LEDGER ONLY" TO DET-RESULT
                       MOVE LI-ACCOUNT TO DET-ACCOUNT
                       MOVE LI-TYPE TO DET-TYPE
                       MOVE LI-DATE TO DET-DATE
                       MOVE ZERO TO DET-BANK-AMOUNT
                       MOVE LI-AMOUNT TO DET-LEDG-AMOUNT
                       MOVE LI-SINCE TO DET-SINCE
                       MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-PRINT-LINE
               END-READ
           END-PERFORM
           CLOSE LEDGER-LEFT-FILE
      * Mismatched pairs were reported as they were paired and are
      * only carried here.
           MOVE 'N' TO WS-MISMATCH-EOF
           PERFORM UNTIL WS-MISMATCH-EOF = 'Y'
               READ MISMATCH-FILE INTO NEW-OUTSTANDING-RECORD
                   AT END
                       MOVE 'Y' TO WS-MISMATCH-EOF
                   NOT AT END
                       PERFORM WRITE-NEW-OUTSTANDING
               END-READ
           END-PERFORM
           CLOSE MISMATCH-FILE
           CLOSE NEW-OUTSTANDING-FILE.

       WRITE-NEW-OUTSTANDING.
           WRITE NEW-OUTSTANDING-RECORD
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "*** FATAL: write to BROUT.WRK failed, "
                  "status " WS-WORK-STATUS " - BANKOUT.DAT unchanged, "
                  "statement " WS-STMT-DATE " may be taken again ***"
               STOP RUN
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "BANK LINES READ" TO TOT-LABEL
           MOVE WS-BANK-LINES TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "LEDGER MOVEMENTS READ" TO TOT-LABEL
           MOVE WS-LEDGER-ITEMS TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "OUTSTANDING ITEMS CARRIED IN" TO TOT-LABEL
           MOVE WS-CARRIED-IN TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "MATCHED" TO TOT-LABEL
           MOVE WS-MATCHED TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "OUTSTANDING CLEARED" TO TOT-LABEL
           MOVE WS-CLEARED TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "AMOUNT MISMATCHES" TO TOT-LABEL
           MOVE WS-MISMATCHED TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "BANK ONLY - CARRIED FORWARD" TO TOT-LABEL
           MOVE WS-BANK-ONLY TO TOT-COUNT
           MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-PRINT-LINE
           MOVE "LEDGER ONLY - CARRIED FORWARD" TO TOT-LABEL
           MOVE WS-LEDGER-ONLY TO TOT-COUNT
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
