       01  RETRO-EARNINGS-RECORD.
           05 RE-EMP-ID        PIC X(5).
           05 RE-PERIOD-YEAR   PIC 9(4).
           05 RE-PERIOD-NBR    PIC 9(2).
           05 RE-PAY-BASIS     PIC X.
           05 RE-OLD-RATE      PIC 9(5)V99.
           05 RE-NEW-RATE      PIC 9(5)V99.
           05 RE-AMOUNT        PIC 9(5)V99.
           05 RE-EFF-DATE      PIC X(8).
           05 RE-CREATED-DATE  PIC X(8).
           05 RE-PAID-YEAR     PIC 9(4).
           05 RE-PAID-PERIOD   PIC 9(2).
           05 RE-PAID-GROUP    PIC X(2).
