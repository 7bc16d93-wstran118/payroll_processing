       01  CHECK-VOID-RECORD.
           05 CV-CHECK-NBR     PIC 9(8).
           05 CV-EMP-ID        PIC X(5).
           05 CV-EMP-NAME      PIC X(30).
           05 CV-NET-PAY       PIC 9(9)V99.
           05 CV-VOID-DATE     PIC X(8).
           05 CV-PERIOD-YEAR   PIC 9(4).
           05 CV-PERIOD-NBR    PIC 9(2).
           05 CV-PAY-GROUP     PIC X(2).
