           05 REV-BOOK-ID      PIC X(4).
           05 REV-BUYER-ID     PIC X(4).
           05 REV-SELLER-ID    PIC X(4).
           05 REV-AMOUNT       PIC 9(10)V99.
           05 REV-DATE         PIC 9(8).
