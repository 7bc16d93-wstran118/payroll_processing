       01  RATE-HISTORY-RECORD.
           05 RH-EMP-ID        PIC X(5).
           05 RH-EFF-DATE      PIC X(8).
           05 RH-PAY-BASIS     PIC X.
           05 RH-OLD-RATE      PIC 9(3)V99.
           05 RH-NEW-RATE      PIC 9(3)V99.
           05 RH-OLD-SALARY    PIC 9(5)V99.
           05 RH-NEW-SALARY    PIC 9(5)V99.
           05 RH-CHANGE-DATE   PIC X(8).
           05 RH-USER-ID       PIC X(8).
           05 RH-RETRO-STATUS  PIC X.
              88 RH-RETRO-NONE    VALUE 'N'.
              88 RH-RETRO-PENDING VALUE 'P'.
              88 RH-RETRO-DONE    VALUE 'D'.
           05 RH-RETRO-DATE    PIC X(8).
