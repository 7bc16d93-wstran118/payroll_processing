       01  LEAVE-POLICY-RECORD.
           05 LP-PAY-GROUP     PIC X(2).
           05 LP-POLICY        PIC X(4).
           05 LP-VAC-ACCRUAL   PIC 9(2)V99.
           05 LP-SICK-ACCRUAL  PIC 9(2)V99.
           05 LP-VAC-CARRYOVER PIC 9(4)V99.
           05 LP-SICK-CARRYOVER PIC 9(4)V99.
