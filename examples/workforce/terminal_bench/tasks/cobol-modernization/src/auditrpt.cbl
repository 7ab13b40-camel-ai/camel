           05 DET-CONTROL      PIC X(55).
       01 WS-DETAIL-LINE-3.
           05 FILLER           PIC X(10) VALUE "  BEFORE  ".
           05 DET-BEFORE       PIC X(70).
       01 WS-DETAIL-LINE-4.
           05 FILLER           PIC X(10) VALUE "  AFTER   ".
           05 DET-AFTER        PIC X(70).

       01 WS-ACTION-LINE.
           05 FILLER           PIC X(9) VALUE "  ACTION ".
