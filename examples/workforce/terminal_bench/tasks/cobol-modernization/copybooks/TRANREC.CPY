           05 TRANS-BOOK       PIC X(4).
           05 TRANS-AMOUNT     PIC S9(10)V99.
           05 TRANS-SELLER     PIC X(4).
           05 TRANS-BUYER      PIC X(4).
           05 TRANS-FEE        PIC S9(10)V99.
           05 TRANS-DATE       PIC 9(8).
