       01 WS-RECORDS-READ     PIC 9(6) VALUE ZERO.
       01 WS-RECORDS-MOVED    PIC 9(6) VALUE ZERO.
       01 WS-RECORDS-KEPT     PIC 9(6) VALUE ZERO.
       01 WS-MOVED-AMOUNT     PIC S9(12)V99 VALUE ZERO.
       01 WS-MOVED-FEE        PIC S9(12)V99 VALUE ZERO.
       01 WS-KEPT-AMOUNT      PIC S9(12)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
