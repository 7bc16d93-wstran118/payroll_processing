       01  LABOR-DEFAULT-RECORD.
           05 DF-EMP-ID        PIC X(5).
           05 DF-CHARGE-DEPT   PIC X(4).
           05 DF-CHARGE-PROJECT PIC X(6).
           05 DF-PERCENT       PIC 9(3)V99.
