       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEACC.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       LINKAGE SECTION.
       01  LK-LEAVE-STEP       PIC X.
           88 LK-STEP-ACCRUE        VALUE 'A'.
           88 LK-STEP-USAGE         VALUE 'U'.
       01  LK-LEAVE-BALANCE.
           05 LK-LB-EMP-ID     PIC X(5).
           05 LK-LB-POLICY     PIC X(4).
           05 LK-LB-YEAR       PIC 9(4).
           05 LK-LB-VAC-BALANCE PIC 9(4)V99.
           05 LK-LB-SICK-BALANCE PIC 9(4)V99.
           05 LK-LB-VAC-ACCRUED PIC 9(4)V99.
           05 LK-LB-VAC-USED   PIC 9(4)V99.
           05 LK-LB-SICK-ACCRUED PIC 9(4)V99.
           05 LK-LB-SICK-USED  PIC 9(4)V99.
           05 LK-LB-HOL-USED   PIC 9(4)V99.
           05 LK-LB-LAST-YEAR  PIC 9(4).
           05 LK-LB-LAST-PERIOD PIC 9(2).
       01  LK-LEAVE-POLICY.
           05 LK-LP-PAY-GROUP  PIC X(2).
           05 LK-LP-POLICY     PIC X(4).
           05 LK-LP-VAC-ACCRUAL PIC 9(2)V99.
           05 LK-LP-SICK-ACCRUAL PIC 9(2)V99.
           05 LK-LP-VAC-CARRYOVER PIC 9(4)V99.
           05 LK-LP-SICK-CARRYOVER PIC 9(4)V99.
       01  LK-POLICY-FOUND     PIC X.
       01  LK-PERIOD-YEAR      PIC 9(4).
       01  LK-PERIOD-NBR       PIC 9(2).
       01  LK-VAC-HOURS        PIC 9(3)V99.
       01  LK-SICK-HOURS       PIC 9(3)V99.
       01  LK-HOL-HOURS        PIC 9(3)V99.

       PROCEDURE DIVISION USING LK-LEAVE-STEP LK-LEAVE-BALANCE
               LK-LEAVE-POLICY LK-POLICY-FOUND
               LK-PERIOD-YEAR LK-PERIOD-NBR
               LK-VAC-HOURS LK-SICK-HOURS LK-HOL-HOURS.
       LEAVEACC-MAIN.
           EVALUATE TRUE
               WHEN LK-STEP-ACCRUE
                   IF LK-LB-YEAR < LK-PERIOD-YEAR
                       PERFORM ROLLOVER-LEAVE-YEAR
                   END-IF
                   IF LK-LB-LAST-YEAR NOT = LK-PERIOD-YEAR
                           OR LK-LB-LAST-PERIOD NOT = LK-PERIOD-NBR
                       PERFORM ACCRUE-LEAVE
                   END-IF
               WHEN LK-STEP-USAGE
                   PERFORM APPLY-LEAVE-USAGE
           END-EVALUATE
           GOBACK.

       ROLLOVER-LEAVE-YEAR.
           IF LK-LB-YEAR > 0 AND LK-POLICY-FOUND = 'Y'
               IF LK-LB-VAC-BALANCE > LK-LP-VAC-CARRYOVER
                   MOVE LK-LP-VAC-CARRYOVER TO LK-LB-VAC-BALANCE
               END-IF
               IF LK-LB-SICK-BALANCE > LK-LP-SICK-CARRYOVER
                   MOVE LK-LP-SICK-CARRYOVER TO LK-LB-SICK-BALANCE
               END-IF
           END-IF
           MOVE 0 TO LK-LB-VAC-ACCRUED
           MOVE 0 TO LK-LB-VAC-USED
           MOVE 0 TO LK-LB-SICK-ACCRUED
           MOVE 0 TO LK-LB-SICK-USED
           MOVE 0 TO LK-LB-HOL-USED
           MOVE LK-PERIOD-YEAR TO LK-LB-YEAR.

       ACCRUE-LEAVE.
           IF LK-POLICY-FOUND = 'Y'
               ADD LK-LP-VAC-ACCRUAL TO LK-LB-VAC-BALANCE
               ADD LK-LP-VAC-ACCRUAL TO LK-LB-VAC-ACCRUED
               ADD LK-LP-SICK-ACCRUAL TO LK-LB-SICK-BALANCE
               ADD LK-LP-SICK-ACCRUAL TO LK-LB-SICK-ACCRUED
           END-IF
           MOVE LK-PERIOD-YEAR TO LK-LB-LAST-YEAR
           MOVE LK-PERIOD-NBR TO LK-LB-LAST-PERIOD.

       APPLY-LEAVE-USAGE.
           IF LK-VAC-HOURS > LK-LB-VAC-BALANCE
               MOVE 0 TO LK-LB-VAC-BALANCE
           ELSE
               SUBTRACT LK-VAC-HOURS FROM LK-LB-VAC-BALANCE
           END-IF
           IF LK-SICK-HOURS > LK-LB-SICK-BALANCE
               MOVE 0 TO LK-LB-SICK-BALANCE
           ELSE
               SUBTRACT LK-SICK-HOURS FROM LK-LB-SICK-BALANCE
           END-IF
           ADD LK-VAC-HOURS TO LK-LB-VAC-USED
           ADD LK-SICK-HOURS TO LK-LB-SICK-USED
           ADD LK-HOL-HOURS TO LK-LB-HOL-USED.
