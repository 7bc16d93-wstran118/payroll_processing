       01  LABOR-DIST-RECORD.
           05 LD-EMP-ID        PIC X(5).
           05 LD-EMP-NAME      PIC X(30).
           05 LD-HOME-DEPT     PIC X(4).
           05 LD-CHARGE-DEPT   PIC X(4).
           05 LD-CHARGE-PROJECT PIC X(6).
           05 LD-SOURCE        PIC X.
              88 LD-FROM-TIMECARD VALUE 'T'.
              88 LD-FROM-DEFAULT  VALUE 'D'.
              88 LD-FROM-HOME     VALUE 'H'.
           05 LD-HOURS         PIC 9(4)V99.
           05 LD-PERCENT       PIC 9(3)V99.
           05 LD-GROSS         PIC 9(7)V99.
           05 LD-OT-PREMIUM    PIC 9(7)V99.
           05 LD-ER-TAX        PIC 9(7)V99.
           05 LD-MATCH         PIC 9(7)V99.
           05 LD-PERIOD-YEAR   PIC 9(4).
           05 LD-PERIOD-NBR    PIC 9(2).
           05 LD-PAY-GROUP     PIC X(2).
