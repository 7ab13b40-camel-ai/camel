           05 TAX-ACCOUNT-ID   PIC X(4).
           05 TAX-YEAR         PIC 9(4).
           05 TAX-PAYER-ID     PIC X(9).
           05 TAX-NAME         PIC X(20).
           05 TAX-GROSS-SALES  PIC S9(10)V99.
           05 TAX-FEES         PIC S9(10)V99.
           05 TAX-NET-PROCEEDS PIC S9(10)V99.
           05 TAX-SALES-COUNT  PIC S9(6).
           05 TAX-REPORTABLE   PIC X(1).
