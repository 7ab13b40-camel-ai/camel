       01 WS-FROM-DATE        PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE          PIC 9(8) VALUE ZERO.
       01 WS-RECORDS-LISTED   PIC 9(6) VALUE ZERO.
       01 WS-AMOUNT-TOTAL     PIC S9(12)V99 VALUE ZERO.
       01 WS-FEE-TOTAL        PIC S9(12)V99 VALUE ZERO.
       01 WS-TODAY            PIC 9(8) VALUE ZERO.
       01 WS-PAGE-NUMBER      PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT       PIC 9(2) VALUE 99.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 DET-BOOK         PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-AMOUNT       PIC Z(9)9.99-.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-FEE          PIC Z(9)9.99-.

       01 WS-TOTAL-LINE.
           05 TOT-LABEL        PIC X(16).
           05 TOT-COUNT        PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 TOT-AMOUNT       PIC Z(11)9.99-.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 TOT-FEE          PIC Z(11)9.99-.

       PROCEDURE DIVISION.
       MAIN-PARA.
