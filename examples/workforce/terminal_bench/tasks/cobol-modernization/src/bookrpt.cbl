       01 WS-BALANCE-TOTAL    PIC 9(12)V99 VALUE ZERO.
       01 WS-BOOK-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-TRADE-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-AMOUNT-TOTAL     PIC S9(12)V99 VALUE ZERO.
       01 WS-FEE-TOTAL        PIC S9(12)V99 VALUE ZERO.

       01 WS-PAGE-HEADING.
           05 FILLER           PIC X(34)
           05 FILLER           PIC X(4) VALUE SPACES.
           05 TL-BOOK          PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 TL-AMOUNT        PIC Z(9)9.99-.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 TL-FEE           PIC Z(9)9.99-.

       01 WS-SECTION-LINE.
           05 SEC-TITLE        PIC X(80).
           05 TOT-LABEL        PIC X(26).
           05 TOT-COUNT        PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 TOT-AMOUNT       PIC Z(11)9.99-.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 TOT-FEE          PIC Z(11)9.99-.

       PROCEDURE DIVISION.
       MAIN-PARA.
           EVALUATE ACCOUNT-STATUS
               WHEN 'S'
                   MOVE "SUSP  " TO WS-STATUS-WORD
               WHEN 'D'
                   MOVE "DORMNT" TO WS-STATUS-WORD
               WHEN 'C'
                   MOVE "CLOSED" TO WS-STATUS-WORD
               WHEN OTHER
