           05 CAT-BOOK-ID      PIC X(4).
           05 CAT-TITLE        PIC X(20).
           05 CAT-PRICE        PIC 9(10)V99.
           05 CAT-OWNER-STATUS PIC X(1).
           05 CAT-LAST-PRICE   PIC 9(10)V99.
           05 CAT-LAST-DATE    PIC 9(8).
           05 CAT-OPEN-BIDS    PIC 9(5).
