               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCOUNT-LIST-FILE ASSIGN TO "data/STMTACCT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 STP-ACCOUNT      PIC X(4).
           05 STP-FROM-DATE    PIC 9(8).

      * The accounts to be stated, copied off the master in key
      * order before the statement pass begins.
       FD ACCOUNT-LIST-FILE.
       01 ACCOUNT-LIST-RECORD.
           05 AL-ACCOUNT-ID    PIC X(4).
           05 AL-ACCOUNT-NAME  PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X VALUE 'N'.
       01 WS-ACCT-EOF         PIC X VALUE 'N'.
       01 WS-LIST-EOF         PIC X VALUE 'N'.
       01 WS-ACCOUNTS-STATUS  PIC XX VALUE SPACES.
       01 WS-TRANS-STATUS     PIC XX VALUE SPACES.
       01 WS-STMT-STATUS      PIC XX VALUE SPACES.
       01 WS-LIST-STATUS      PIC XX VALUE SPACES.
       01 WS-STMT-ACCOUNT     PIC X(4) VALUE SPACES.
       01 WS-FROM-DATE        PIC 9(8) VALUE ZERO.
       01 WS-HOUSE-ACCOUNT-ID PIC X(4) VALUE "HOUS".
       01 WS-GAP-EFFECT       PIC S9(12)V99 VALUE ZERO.
       01 WS-PARM-STATUS      PIC XX VALUE SPACES.
       01 WS-PARM-PRESENT     PIC X VALUE 'N'.

       01 WS-HEADER-LINE.
           05 FILLER           PIC X(21)
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-BOOK         PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-AMOUNT       PIC Z(9)9.99-.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DET-FEE          PIC Z(9)9.99-.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DET-EFFECT       PIC +(12)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-BALANCE      PIC +(12)9.99.
           END-IF.

      * The statement pass re-reads the master for each account, so
      * the account list is copied to STMTACCT.DAT first and the
      * master released before any statement is produced.
       STATEMENT-ALL-ACCOUNTS.
           MOVE 'N' TO WS-ACCT-EOF
           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS = "00"
               OPEN OUTPUT ACCOUNT-LIST-FILE
               IF WS-LIST-STATUS NOT = "00"
                   DISPLAY "*** FATAL: unable to open STMTACCT.DAT, "
                      "status " WS-LIST-STATUS " ***"
                   CLOSE ACCOUNTS-FILE
                   CLOSE STATEMENT-FILE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-ACCT-EOF = 'Y'
                   READ ACCOUNTS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ACCT-EOF
                       NOT AT END
                           MOVE ACCOUNT-ID TO AL-ACCOUNT-ID
                           MOVE ACCOUNT-NAME TO AL-ACCOUNT-NAME
                           WRITE ACCOUNT-LIST-RECORD
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-LIST-FILE
               CLOSE ACCOUNTS-FILE
               PERFORM STATEMENT-LISTED-ACCOUNTS
           ELSE
               DISPLAY "*** FATAL: unable to open ACCOUNTS-FILE, "
                  "status " WS-ACCOUNTS-STATUS " ***"
           END-IF.

       STATEMENT-LISTED-ACCOUNTS.
           MOVE 'N' TO WS-LIST-EOF
           OPEN INPUT ACCOUNT-LIST-FILE
           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "*** FATAL: unable to open STMTACCT.DAT, "
                  "status " WS-LIST-STATUS " ***"
               CLOSE STATEMENT-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ ACCOUNT-LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       MOVE AL-ACCOUNT-ID TO WS-CURR-ACCOUNT
                       MOVE AL-ACCOUNT-NAME TO WS-CURR-NAME
                       PERFORM PRODUCE-STATEMENT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-LIST-FILE.

       STATEMENT-ONE-ACCOUNT.
           MOVE SPACES TO WS-CURR-ACCOUNT
           OPEN INPUT ACCOUNTS-FILE
      * Signed effect of the current ledger record on the statement
      * account: the buyer pays the gross amount, the seller receives
      * the amount net of commission, and the house account receives
      * the commission itself. A reversal row carries the sale's
      * amount and fee negated, so the same rule refunds the buyer
      * and takes the proceeds and commission back; its amount and
      * fee print with a trailing minus.
       COMPUTE-TRADE-EFFECT.
           MOVE ZERO TO WS-TRADE-EFFECT
           IF TRANS-BUYER = WS-CURR-ACCOUNT
