       01  LEAVE-BALANCE-RECORD.
           05 LB-EMP-ID        PIC X(5).
           05 LB-POLICY        PIC X(4).
           05 LB-YEAR          PIC 9(4).
           05 LB-VAC-BALANCE   PIC 9(4)V99.
           05 LB-SICK-BALANCE  PIC 9(4)V99.
           05 LB-VAC-ACCRUED   PIC 9(4)V99.
           05 LB-VAC-USED      PIC 9(4)V99.
           05 LB-SICK-ACCRUED  PIC 9(4)V99.
           05 LB-SICK-USED     PIC 9(4)V99.
           05 LB-HOL-USED      PIC 9(4)V99.
           05 LB-LAST-YEAR     PIC 9(4).
           05 LB-LAST-PERIOD   PIC 9(2).
