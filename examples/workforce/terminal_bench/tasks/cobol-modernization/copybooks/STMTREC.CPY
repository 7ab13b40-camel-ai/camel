           05 STMT-ACCOUNT-ID  PIC X(4).
           05 STMT-TYPE        PIC X(1).
           05 STMT-AMOUNT      PIC 9(10)V99.
           05 STMT-DATE        PIC 9(8).
           05 STMT-BANK-REF    PIC X(12).
