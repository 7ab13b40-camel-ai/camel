           05 ACCOUNT-NAME      PIC X(20).
           05 ACCOUNT-BALANCE   PIC 9(10)V99.
           05 ACCOUNT-STATUS    PIC X(1).
           05 ACCOUNT-DAY-BUY-LIMIT PIC 9(10)V99.
           05 ACCOUNT-DAY-WDR-LIMIT PIC 9(10)V99.
           05 ACCOUNT-TAX-ID    PIC X(9).
