           05 ALERT-TYPE       PIC X(2).
           05 ALERT-DATE       PIC 9(8).
           05 ALERT-ACCOUNT    PIC X(4).
           05 ALERT-OTHER      PIC X(4).
           05 ALERT-BOOK       PIC X(4).
           05 ALERT-AMOUNT     PIC 9(10)V99.
           05 ALERT-REF-AMOUNT PIC 9(10)V99.
           05 ALERT-COUNT      PIC 9(6).
           05 ALERT-TEXT       PIC X(30).
