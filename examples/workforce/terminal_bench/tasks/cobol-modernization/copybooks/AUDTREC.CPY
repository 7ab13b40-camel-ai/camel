           05 AUDIT-ACTION     PIC X(1).
           05 AUDIT-KEY        PIC X(4).
           05 AUDIT-CONTROL    PIC X(55).
           05 AUDIT-BEFORE     PIC X(70).
           05 AUDIT-AFTER      PIC X(70).
