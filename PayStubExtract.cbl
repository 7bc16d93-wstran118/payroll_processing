       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayStubExtract.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 08-AUG-2026.
           SELECT RUN-PARM-FILE ASSIGN TO 'PAYRUN.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT FICA-RATE-FILE ASSIGN TO 'FICARATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICA-STATUS.
           SELECT YTD-PRIOR-FILE ASSIGN TO 'YTDPRIOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTDP-STATUS.
           SELECT RETRO-EARN-FILE ASSIGN TO 'RETROEARN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-STATUS.
           SELECT LEAVE-PRIOR-FILE ASSIGN TO 'LEAVPRIOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVB-STATUS.
           SELECT LEAVE-POLICY-FILE ASSIGN TO 'LEAVEPOL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 TC-EMP-ID        PIC X(5).
           05 TC-WORK-DATE     PIC X(8).
           05 TC-HOURS         PIC 9(3)V99.
           05 TC-HOUR-TYPE     PIC X.

       FD  TAX-TABLE-FILE.
           COPY 'TAXTBL.cpy'.
       01  RUN-PARM-RECORD.
           05 RP-PAY-GROUP     PIC X(2).

       FD  FICA-RATE-FILE.
           COPY 'FICARATE.cpy'.

       FD  YTD-PRIOR-FILE.
       01  YTD-PRIOR-RECORD.
           05 YTDP-EMP-ID      PIC X(5).
           05 YTDP-GROSS       PIC 9(7)V99.
           05 YTDP-TAX         PIC 9(7)V99.
           05 YTDP-TAX-FED     PIC 9(7)V99.
           05 YTDP-TAX-STATE   PIC 9(7)V99.
           05 YTDP-TAX-LOCAL   PIC 9(7)V99.
           05 YTDP-NET         PIC 9(7)V99.
           05 YTDP-TAXABLE-FED PIC 9(7)V99.
           05 YTDP-TAXABLE-STATE PIC 9(7)V99.
           05 YTDP-TAXABLE-LOCAL PIC 9(7)V99.
           05 YTDP-OASDI-WAGES PIC 9(7)V99.
           05 YTDP-MEDICARE-WAGES PIC 9(7)V99.
           05 YTDP-OASDI       PIC 9(7)V99.
           05 YTDP-MEDICARE    PIC 9(7)V99.

       FD  RETRO-EARN-FILE.
           COPY 'RETROERN.cpy'.

       FD  LEAVE-PRIOR-FILE.
           COPY 'LEAVEBAL.cpy'.

       FD  LEAVE-POLICY-FILE.
           COPY 'LEAVEPOL.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE.
           05 WS-EMP-ID        PIC X(5).
              10 WS-DED-PRIORITY PIC 9(2).
              10 WS-DED-MATCH-PCT PIC 9(3)V99.
              10 WS-DED-MATCH-CAP PIC 9(5)V99.
              10 WS-DED-PRETAX PIC X.
              10 WS-DED-FED-EXEMPT PIC X.
              10 WS-DED-STATE-EXEMPT PIC X.
              10 WS-DED-LOCAL-EXEMPT PIC X.
              10 WS-DED-FICA-EXEMPT PIC X.
       01  WS-TOTAL-DEDUCTIONS PIC 9(5)V99.
       01  WS-EMPLOYER-MATCH   PIC 9(5)V99.
       01  WS-NET-PAY-SIGNED   PIC S9(6)V99.
       01  WS-AVAILABLE        PIC 9(7)V99.
       01  WS-CALC-STEP        PIC X.
       01  WS-APPLY-PASS       PIC X.
       01  WS-PRETAX-FED       PIC 9(5)V99.
       01  WS-PRETAX-STATE     PIC 9(5)V99.
       01  WS-PRETAX-LOCAL     PIC 9(5)V99.
       01  WS-PRETAX-DEDS      PIC 9(5)V99.
       01  WS-TAXABLE-FED      PIC 9(5)V99.
       01  WS-TAXABLE-STATE    PIC 9(5)V99.
       01  WS-TAXABLE-LOCAL    PIC 9(5)V99.
       01  WS-PRETAX-FICA      PIC 9(5)V99.
       01  WS-FICA-WAGES       PIC 9(5)V99.
       01  WS-OASDI-WAGES      PIC 9(5)V99.
       01  WS-EE-OASDI         PIC 9(5)V99.
       01  WS-EE-MEDICARE      PIC 9(5)V99.
       01  WS-ER-OASDI         PIC 9(5)V99.
       01  WS-ER-MEDICARE      PIC 9(5)V99.
       01  WS-FICA-TAX         PIC 9(5)V99.
       01  WS-YTD-OASDI-WAGES  PIC 9(7)V99.
       01  WS-YTD-MEDICARE-WAGES PIC 9(7)V99.

       01  WS-FICA-STATUS      PIC XX.
       01  WS-FICA-EOF         PIC X VALUE 'N'.
       01  WS-FICA-FOUND       PIC X VALUE 'N'.
       01  WS-FICA-RATES.
           05 WS-FR-OASDI-RATE PIC V9999.
           05 WS-FR-OASDI-BASE PIC 9(7)V99.
           05 WS-FR-MEDICARE-RATE PIC V9999.
           05 WS-FR-ADDL-MED-RATE PIC V9999.
           05 WS-FR-ADDL-MED-THRESH PIC 9(7)V99.
           05 WS-FR-ER-OASDI-RATE PIC V9999.
           05 WS-FR-ER-MEDICARE-RATE PIC V9999.

       01  WS-YTDP-STATUS      PIC XX.
       01  WS-YTDP-EOF         PIC X VALUE 'N'.
       01  WS-YTDP-COUNT       PIC 9(4) VALUE 0.
       01  WS-YTDP-IDX         PIC 9(4).
       01  WS-YTDP-TABLE.
           05 WS-YTDP-ENTRY OCCURS 1000 TIMES.
              10 WS-YP-EMP-ID  PIC X(5).
              10 WS-YP-OASDI-WAGES PIC 9(7)V99.
              10 WS-YP-MEDICARE-WAGES PIC 9(7)V99.
       01  WS-RETRO-STATUS     PIC XX.
       01  WS-RETRO-EOF        PIC X VALUE 'N'.
       01  WS-RETRO-PAY        PIC 9(5)V99 VALUE 0.
       01  WS-RT-COUNT         PIC 9(4) VALUE 0.
       01  WS-RT-IDX           PIC 9(4).
       01  WS-RETRO-TABLE.
           05 WS-RT-ENTRY OCCURS 1000 TIMES.
              10 WS-RT-EMP-ID  PIC X(5).
              10 WS-RT-AMOUNT  PIC 9(5)V99.
       01  WS-LVB-STATUS       PIC XX.
       01  WS-LVP-STATUS       PIC XX.
       01  WS-LVB-EOF          PIC X VALUE 'N'.
       01  WS-LVP-EOF          PIC X VALUE 'N'.
       01  WS-LEAVE-STEP       PIC X.
       01  WS-VAC-HOURS        PIC 9(3)V99 VALUE 0.
       01  WS-SICK-HOURS       PIC 9(3)V99 VALUE 0.
       01  WS-HOL-HOURS        PIC 9(3)V99 VALUE 0.
       01  WS-LEAVE-HOURS      PIC 9(3)V99 VALUE 0.
       01  WS-LV-COUNT         PIC 9(4) VALUE 0.
       01  WS-LV-IDX           PIC 9(4).
       01  WS-LV-FOUND-IDX     PIC 9(4) VALUE 0.
       01  WS-LEAVE-TABLE.
           05 WS-LV-ENTRY OCCURS 1000 TIMES.
              10 WS-LV-EMP-ID  PIC X(5).
              10 WS-LV-POLICY  PIC X(4).
              10 WS-LV-YEAR    PIC 9(4).
              10 WS-LV-VAC-BALANCE PIC 9(4)V99.
              10 WS-LV-SICK-BALANCE PIC 9(4)V99.
              10 WS-LV-VAC-ACCRUED PIC 9(4)V99.
              10 WS-LV-VAC-USED PIC 9(4)V99.
              10 WS-LV-SICK-ACCRUED PIC 9(4)V99.
              10 WS-LV-SICK-USED PIC 9(4)V99.
              10 WS-LV-HOL-USED PIC 9(4)V99.
              10 WS-LV-LAST-YEAR PIC 9(4).
              10 WS-LV-LAST-PERIOD PIC 9(2).
       01  WS-LEAVE-WORK.
           05 WS-LW-EMP-ID     PIC X(5).
           05 WS-LW-POLICY     PIC X(4).
           05 WS-LW-YEAR       PIC 9(4).
           05 WS-LW-VAC-BALANCE PIC 9(4)V99.
           05 WS-LW-SICK-BALANCE PIC 9(4)V99.
           05 WS-LW-VAC-ACCRUED PIC 9(4)V99.
           05 WS-LW-VAC-USED   PIC 9(4)V99.
           05 WS-LW-SICK-ACCRUED PIC 9(4)V99.
           05 WS-LW-SICK-USED  PIC 9(4)V99.
           05 WS-LW-HOL-USED   PIC 9(4)V99.
           05 WS-LW-LAST-YEAR  PIC 9(4).
           05 WS-LW-LAST-PERIOD PIC 9(2).
       01  WS-LP-COUNT         PIC 9(3) VALUE 0.
       01  WS-LP-IDX           PIC 9(3).
       01  WS-LP-FOUND         PIC X VALUE 'N'.
       01  WS-POLICY-TABLE.
           05 WS-LP-ENTRY OCCURS 100 TIMES.
              10 WS-LP-PAY-GROUP PIC X(2).
              10 WS-LP-POLICY  PIC X(4).
              10 WS-LP-VAC-ACCRUAL PIC 9(2)V99.
              10 WS-LP-SICK-ACCRUAL PIC 9(2)V99.
              10 WS-LP-VAC-CARRYOVER PIC 9(4)V99.
              10 WS-LP-SICK-CARRYOVER PIC 9(4)V99.
       01  WS-LEAVE-POLICY.
           05 WS-LPW-PAY-GROUP PIC X(2).
           05 WS-LPW-POLICY    PIC X(4).
           05 WS-LPW-VAC-ACCRUAL PIC 9(2)V99.
           05 WS-LPW-SICK-ACCRUAL PIC 9(2)V99.
           05 WS-LPW-VAC-CARRYOVER PIC 9(4)V99.
           05 WS-LPW-SICK-CARRYOVER PIC 9(4)V99.
       01  WS-ARR-STATUS       PIC XX.
       01  WS-ARR-EOF          PIC X VALUE 'N'.
       01  WS-ARR-COUNT        PIC 9(4) VALUE 0.
              10 WS-EMP-DED-TAKEN PIC 9(5)V99.
              10 WS-EMP-DED-SHORT PIC 9(5)V99.
              10 WS-EMP-DED-MATCH PIC 9(5)V99.
              10 WS-EMP-DED-PRETAX PIC X.
       01  WS-EDX              PIC 9(3).

       01  WS-TC-STATUS        PIC XX.
           05 WS-TC-ENTRY OCCURS 1000 TIMES.
              10 WS-TC-EMP-ID  PIC X(5).
              10 WS-TC-HOURS   PIC 9(3)V99.
              10 WS-TC-TYPE    PIC X.
       01  WS-TC-TOTAL-HOURS   PIC 9(4)V99.
       01  WS-TC-FOUND         PIC X VALUE 'N'.

       01  WS-CAL-EOF          PIC X VALUE 'N'.
       01  WS-CAL-FOUND        PIC X VALUE 'N'.
       01  WS-PERIOD-YEAR      PIC 9(4) VALUE 0.
       01  WS-PERIOD-NBR       PIC 9(2) VALUE 0.
       01  WS-RUN-MODE         PIC X VALUE 'R'.
       01  WS-TAX-COUNT        PIC 9(4) VALUE 0.
       01  WS-TAX-TABLE.
           05 WS-TT-ENTRY OCCURS 100 TIMES INDEXED BY WS-TT-IDX.
           05 FILLER           PIC X(7) VALUE 'Local: '.
           05 STH-TAX-LOCAL    PIC $ZZ,ZZ9.99.

       01  WS-STUB-FICA.
           05 FILLER           PIC X(8) VALUE 'OASDI: '.
           05 STH-OASDI        PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'Medicare: '.
           05 STH-MEDICARE     PIC $ZZ,ZZ9.99.

       01  WS-STUB-LEAVE.
           05 FILLER           PIC X(10) VALUE 'Vacation: '.
           05 FILLER           PIC X(6) VALUE 'Used '.
           05 STH-VAC-USED     PIC ZZ9.99.
           05 FILLER           PIC X(10) VALUE '  Balance '.
           05 STH-VAC-BAL      PIC Z,ZZ9.99.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE 'Sick: '.
           05 FILLER           PIC X(6) VALUE 'Used '.
           05 STH-SICK-USED    PIC ZZ9.99.
           05 FILLER           PIC X(10) VALUE '  Balance '.
           05 STH-SICK-BAL     PIC Z,ZZ9.99.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(9) VALUE 'Holiday: '.
           05 STH-HOL-USED     PIC ZZ9.99.

       01  WS-STUB-RETRO.
           05 FILLER           PIC X(11) VALUE 'Retro Pay: '.
           05 STH-RETRO-PAY    PIC $ZZ,ZZ9.99.

       01  WS-STUB-TAXABLE.
           05 FILLER           PIC X(13) VALUE 'Taxable Fed: '.
           05 STH-TXB-FED      PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'State: '.
           05 STH-TXB-STATE    PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'Local: '.
           05 STH-TXB-LOCAL    PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(13) VALUE 'Pre-tax Ded: '.
           05 STH-TXB-PRETAX   PIC $ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT EMPLOYEE-FILE
           PERFORM READ-PERIOD-CONTROL
           PERFORM LOAD-DEDUCTIONS
           PERFORM LOAD-TAX-TABLE
           PERFORM LOAD-FICA-RATES
           PERFORM LOAD-YTD-PRIOR
           PERFORM LOAD-RETRO-EARNINGS
           PERFORM LOAD-LEAVE-POLICIES
           PERFORM LOAD-LEAVE-PRIOR
           PERFORM LOAD-ARREARS
           PERFORM LOAD-TIMECARDS
           PERFORM PROCESS-EMPLOYEES UNTIL WS-EOF = 'Y'
                       IF PC-PAY-GROUP = WS-RUN-GROUP
                           MOVE 'Y' TO WS-CAL-FOUND
                           MOVE PC-YEAR TO WS-PERIOD-YEAR
                           MOVE PC-PERIOD-NBR TO WS-PERIOD-NBR
                           MOVE PC-RUN-MODE TO WS-RUN-MODE
                       END-IF
               END-READ
           END-PERFORM
                   'the group in PAYRUN.PRM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-MODE = 'S'
               DISPLAY 'FATAL: PAYCAL.DAT run mode is S - pay stubs '
                   'are extracted for regular runs only'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-RUN-PARM.
                   NOT AT END
                       IF WS-DED-COUNT < 100
                           ADD 1 TO WS-DED-COUNT
                           MOVE DED-EMP-ID
                               TO WS-DED-EMP-ID (WS-DED-COUNT)
                           MOVE DED-CODE TO WS-DED-CODE (WS-DED-COUNT)
                           MOVE DED-DESC TO WS-DED-DESC (WS-DED-COUNT)
                           MOVE DED-TYPE TO WS-DED-TYPE (WS-DED-COUNT)
                           MOVE DED-AMOUNT
                               TO WS-DED-AMOUNT (WS-DED-COUNT)
                           IF DED-PRIORITY NUMERIC
                               MOVE DED-PRIORITY
                                   TO WS-DED-PRIORITY (WS-DED-COUNT)
                               MOVE 0
                                   TO WS-DED-MATCH-CAP (WS-DED-COUNT)
                           END-IF
                           IF DED-IS-PRETAX
                               MOVE 'Y' TO WS-DED-PRETAX (WS-DED-COUNT)
                           ELSE
                               MOVE 'N' TO WS-DED-PRETAX (WS-DED-COUNT)
                           END-IF
                           MOVE DED-FED-EXEMPT
                               TO WS-DED-FED-EXEMPT (WS-DED-COUNT)
                           MOVE DED-STATE-EXEMPT
                               TO WS-DED-STATE-EXEMPT (WS-DED-COUNT)
                           MOVE DED-LOCAL-EXEMPT
                               TO WS-DED-LOCAL-EXEMPT (WS-DED-COUNT)
                           MOVE DED-FICA-EXEMPT
                               TO WS-DED-FICA-EXEMPT (WS-DED-COUNT)
                       ELSE
                           DISPLAY 'WARNING: deductions table full '
                               '(100) - discarding deduction for '
               CLOSE ARREARS-FILE
           END-IF.

       LOAD-FICA-RATES.
           OPEN INPUT FICA-RATE-FILE
           IF WS-FICA-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open FICARATE.DAT (status '
                   WS-FICA-STATUS ') - stubs require the OASDI and '
                   'Medicare rate file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FICA-EOF = 'Y' OR WS-FICA-FOUND = 'Y'
               READ FICA-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-FICA-EOF
                   NOT AT END
                       IF FR-YEAR = WS-PERIOD-YEAR
                           MOVE 'Y' TO WS-FICA-FOUND
                           MOVE FR-OASDI-RATE TO WS-FR-OASDI-RATE
                           MOVE FR-OASDI-BASE TO WS-FR-OASDI-BASE
                           MOVE FR-MEDICARE-RATE
                               TO WS-FR-MEDICARE-RATE
                           MOVE FR-ADDL-MED-RATE
                               TO WS-FR-ADDL-MED-RATE
                           MOVE FR-ADDL-MED-THRESH
                               TO WS-FR-ADDL-MED-THRESH
                           MOVE FR-ER-OASDI-RATE
                               TO WS-FR-ER-OASDI-RATE
                           MOVE FR-ER-MEDICARE-RATE
                               TO WS-FR-ER-MEDICARE-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FICA-RATE-FILE
           IF WS-FICA-FOUND = 'N'
               DISPLAY 'FATAL: FICARATE.DAT has no rates for year '
                   WS-PERIOD-YEAR ' - cannot withhold OASDI/Medicare'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-YTD-PRIOR.
           OPEN INPUT YTD-PRIOR-FILE
           IF WS-YTDP-STATUS = '35'
               MOVE 'Y' TO WS-YTDP-EOF
               DISPLAY 'WARNING: YTDPRIOR.DAT not found - OASDI wage '
                   'base assumed untouched for every employee'
           END-IF
           PERFORM UNTIL WS-YTDP-EOF = 'Y'
               READ YTD-PRIOR-FILE
                   AT END
                       MOVE 'Y' TO WS-YTDP-EOF
                   NOT AT END
                       IF WS-YTDP-COUNT < 1000
                           ADD 1 TO WS-YTDP-COUNT
                           MOVE YTDP-EMP-ID
                               TO WS-YP-EMP-ID (WS-YTDP-COUNT)
                           IF YTDP-MEDICARE-WAGES NUMERIC
                               MOVE YTDP-OASDI-WAGES TO
                                   WS-YP-OASDI-WAGES (WS-YTDP-COUNT)
                               MOVE YTDP-MEDICARE-WAGES TO
                                   WS-YP-MEDICARE-WAGES (WS-YTDP-COUNT)
                           ELSE
                               MOVE YTDP-GROSS TO
                                   WS-YP-OASDI-WAGES (WS-YTDP-COUNT)
                               MOVE YTDP-GROSS TO
                                   WS-YP-MEDICARE-WAGES (WS-YTDP-COUNT)
                           END-IF
                       ELSE
                           DISPLAY 'WARNING: YTD prior table full '
                               '(1000) - discarding YTD for '
                               YTDP-EMP-ID
                       END-IF
               END-READ
           END-PERFORM
           IF WS-YTDP-STATUS NOT = '35'
               CLOSE YTD-PRIOR-FILE
           END-IF.

       LOAD-RETRO-EARNINGS.
           OPEN INPUT RETRO-EARN-FILE
           IF WS-RETRO-STATUS = '35'
               MOVE 'Y' TO WS-RETRO-EOF
           END-IF
           PERFORM UNTIL WS-RETRO-EOF = 'Y'
               READ RETRO-EARN-FILE
                   AT END
                       MOVE 'Y' TO WS-RETRO-EOF
                   NOT AT END
                       IF RE-PAID-YEAR NUMERIC
                               AND RE-PAID-YEAR = WS-PERIOD-YEAR
                               AND RE-PAID-PERIOD = WS-PERIOD-NBR
                               AND RE-PAID-GROUP = WS-RUN-GROUP
                           IF WS-RT-COUNT < 1000
                               ADD 1 TO WS-RT-COUNT
                               MOVE RE-EMP-ID
                                   TO WS-RT-EMP-ID (WS-RT-COUNT)
                               MOVE RE-AMOUNT
                                   TO WS-RT-AMOUNT (WS-RT-COUNT)
                           ELSE
                               DISPLAY 'WARNING: retro table full '
                                   '(1000) - discarding retro pay for '
                                   RE-EMP-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RETRO-STATUS NOT = '35'
               CLOSE RETRO-EARN-FILE
           END-IF.

       LOAD-TIMECARDS.
           OPEN INPUT TIMECARD-FILE
           IF WS-TC-STATUS = '35'
                           ADD 1 TO WS-TC-COUNT
                           MOVE TC-EMP-ID
                               TO WS-TC-EMP-ID (WS-TC-COUNT)
                           MOVE TC-HOUR-TYPE
                               TO WS-TC-TYPE (WS-TC-COUNT)
                           IF TC-HOURS NUMERIC
                               MOVE TC-HOURS
                                   TO WS-TC-HOURS (WS-TC-COUNT)
                           ELSE
                               MOVE 0 TO WS-TC-HOURS (WS-TC-COUNT)
                           END-IF
                           IF TC-HOUR-TYPE NOT = SPACE
                                   AND TC-HOUR-TYPE NOT = 'W'
                                   AND TC-HOUR-TYPE NOT = 'V'
                                   AND TC-HOUR-TYPE NOT = 'S'
                                   AND TC-HOUR-TYPE NOT = 'H'
                               MOVE 0 TO WS-TC-HOURS (WS-TC-COUNT)
                           END-IF
                       ELSE
                           DISPLAY 'WARNING: timecard table full '
                               '(1000) - discarding timecard for '
           END-IF.

       SELECT-TIMECARD-HOURS.
           MOVE 0 TO WS-VAC-HOURS
           MOVE 0 TO WS-SICK-HOURS
           MOVE 0 TO WS-HOL-HOURS
           PERFORM FIND-LEAVE-BALANCE
           MOVE 'A' TO WS-LEAVE-STEP
           PERFORM CALL-LEAVEACC
           MOVE 0 TO WS-TC-TOTAL-HOURS
           MOVE 'N' TO WS-TC-FOUND
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-COUNT
               IF WS-TC-EMP-ID (WS-TC-IDX) = WS-EMP-ID
                   EVALUATE WS-TC-TYPE (WS-TC-IDX)
                       WHEN 'V'
                           IF WS-VAC-HOURS + WS-TC-HOURS (WS-TC-IDX)
                                   NOT > WS-LW-VAC-BALANCE
                               ADD WS-TC-HOURS (WS-TC-IDX)
                                   TO WS-VAC-HOURS
                               PERFORM ACCEPT-TIMECARD
                           END-IF
                       WHEN 'S'
                           IF WS-SICK-HOURS + WS-TC-HOURS (WS-TC-IDX)
                                   NOT > WS-LW-SICK-BALANCE
                               ADD WS-TC-HOURS (WS-TC-IDX)
                                   TO WS-SICK-HOURS
                               PERFORM ACCEPT-TIMECARD
                           END-IF
                       WHEN 'H'
                           ADD WS-TC-HOURS (WS-TC-IDX) TO WS-HOL-HOURS
                           PERFORM ACCEPT-TIMECARD
                       WHEN OTHER
                           IF WS-EMP-PAY-BASIS = 'H' OR SPACE
                               PERFORM ACCEPT-TIMECARD
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           COMPUTE WS-LEAVE-HOURS =
               WS-VAC-HOURS + WS-SICK-HOURS + WS-HOL-HOURS
           IF WS-EMP-PAY-BASIS = 'H' OR SPACE
               EVALUATE TRUE
                   WHEN WS-TC-FOUND = 'N'
                       MOVE 'N' TO WS-VALID-FLAG
               END-EVALUATE
           END-IF.

       ACCEPT-TIMECARD.
           MOVE 'Y' TO WS-TC-FOUND
           ADD WS-TC-HOURS (WS-TC-IDX) TO WS-TC-TOTAL-HOURS.

       LOAD-LEAVE-POLICIES.
           OPEN INPUT LEAVE-POLICY-FILE
           IF WS-LVP-STATUS = '35'
               MOVE 'Y' TO WS-LVP-EOF
           END-IF
           PERFORM UNTIL WS-LVP-EOF = 'Y'
               READ LEAVE-POLICY-FILE
                   AT END
                       MOVE 'Y' TO WS-LVP-EOF
                   NOT AT END
                       IF WS-LP-COUNT < 100
                           ADD 1 TO WS-LP-COUNT
                           MOVE LEAVE-POLICY-RECORD
                               TO WS-LP-ENTRY (WS-LP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LVP-STATUS NOT = '35'
               CLOSE LEAVE-POLICY-FILE
           END-IF.

       LOAD-LEAVE-PRIOR.
           OPEN INPUT LEAVE-PRIOR-FILE
           IF WS-LVB-STATUS = '35'
               MOVE 'Y' TO WS-LVB-EOF
               DISPLAY 'WARNING: LEAVPRIOR.DAT not found - leave '
                   'balances start from zero on every stub'
           END-IF
           PERFORM UNTIL WS-LVB-EOF = 'Y'
               READ LEAVE-PRIOR-FILE
                   AT END
                       MOVE 'Y' TO WS-LVB-EOF
                   NOT AT END
                       IF WS-LV-COUNT < 1000
                           ADD 1 TO WS-LV-COUNT
                           MOVE LEAVE-BALANCE-RECORD
                               TO WS-LV-ENTRY (WS-LV-COUNT)
                       ELSE
                           DISPLAY 'WARNING: leave balance table full '
                               '(1000) - discarding balance for '
                               LB-EMP-ID
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LVB-STATUS NOT = '35'
               CLOSE LEAVE-PRIOR-FILE
           END-IF.

       FIND-LEAVE-BALANCE.
           MOVE 0 TO WS-LV-FOUND-IDX
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LV-COUNT
                      OR WS-LV-FOUND-IDX > 0
               IF WS-LV-EMP-ID (WS-LV-IDX) = WS-EMP-ID
                   MOVE WS-LV-IDX TO WS-LV-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-LV-FOUND-IDX > 0
               MOVE WS-LV-ENTRY (WS-LV-FOUND-IDX) TO WS-LEAVE-WORK
           ELSE
               MOVE WS-EMP-ID TO WS-LW-EMP-ID
               MOVE SPACES TO WS-LW-POLICY
               MOVE WS-PERIOD-YEAR TO WS-LW-YEAR
               MOVE 0 TO WS-LW-VAC-BALANCE WS-LW-SICK-BALANCE
                   WS-LW-VAC-ACCRUED WS-LW-VAC-USED
                   WS-LW-SICK-ACCRUED WS-LW-SICK-USED
                   WS-LW-HOL-USED WS-LW-LAST-YEAR WS-LW-LAST-PERIOD
           END-IF
           MOVE 'N' TO WS-LP-FOUND
           PERFORM VARYING WS-LP-IDX FROM 1 BY 1
                   UNTIL WS-LP-IDX > WS-LP-COUNT
                      OR WS-LP-FOUND = 'Y'
               IF WS-LP-PAY-GROUP (WS-LP-IDX) = WS-EMP-PAY-GROUP
                       AND WS-LP-POLICY (WS-LP-IDX) = WS-LW-POLICY
                   MOVE 'Y' TO WS-LP-FOUND
                   MOVE WS-LP-ENTRY (WS-LP-IDX) TO WS-LEAVE-POLICY
               END-IF
           END-PERFORM.

       CALL-LEAVEACC.
           CALL 'LEAVEACC' USING WS-LEAVE-STEP WS-LEAVE-WORK
               WS-LEAVE-POLICY WS-LP-FOUND
               WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-VAC-HOURS WS-SICK-HOURS WS-HOL-HOURS.

       PROCESS-EMPLOYEES.
           READ EMPLOYEE-FILE INTO WS-EMPLOYEE
               AT END
           END-IF
           IF WS-EMPLOYEE-VALID
               PERFORM CALCULATE-PAY
               MOVE 'U' TO WS-LEAVE-STEP
               PERFORM CALL-LEAVEACC
               PERFORM WRITE-STUB
           ELSE
               DISPLAY 'WARNING: skipping stub for employee '
               WS-VALID-FLAG WS-REJECT-REASON.

       CALCULATE-PAY.
           MOVE 0 TO WS-PRETAX-FED
           MOVE 0 TO WS-PRETAX-STATE
           MOVE 0 TO WS-PRETAX-LOCAL
           MOVE 0 TO WS-PRETAX-FICA
           MOVE 'G' TO WS-CALC-STEP
           PERFORM CALL-CALCPAY
           MOVE 0 TO WS-RETRO-PAY
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-EMP-ID (WS-RT-IDX) = WS-EMP-ID
                   ADD WS-RT-AMOUNT (WS-RT-IDX) TO WS-RETRO-PAY
               END-IF
           END-PERFORM
           ADD WS-RETRO-PAY TO WS-GROSS-PAY
           IF WS-FINAL-PAY-FLAG = 'Y'
               MOVE 0 TO WS-TOTAL-DEDUCTIONS
               MOVE 0 TO WS-EMPLOYER-MATCH
               MOVE 0 TO WS-EMP-DED-COUNT
           ELSE
               MOVE WS-GROSS-PAY TO WS-AVAILABLE
               MOVE 'P' TO WS-APPLY-PASS
               PERFORM CALL-APPLYDED
           END-IF
           MOVE WS-TOTAL-DEDUCTIONS TO WS-PRETAX-DEDS
           MOVE 'W' TO WS-CALC-STEP
           PERFORM CALL-CALCPAY
           PERFORM CALCULATE-FICA
           IF WS-FINAL-PAY-FLAG NOT = 'Y'
               COMPUTE WS-NET-PAY-SIGNED =
                   WS-GROSS-PAY - WS-TOTAL-DEDUCTIONS - WS-TAX
                   - WS-FICA-TAX
               IF WS-NET-PAY-SIGNED < 0
                   MOVE 0 TO WS-AVAILABLE
               ELSE
                   MOVE WS-NET-PAY-SIGNED TO WS-AVAILABLE
               END-IF
               MOVE 'T' TO WS-APPLY-PASS
               PERFORM CALL-APPLYDED
           END-IF
           COMPUTE WS-NET-PAY-SIGNED =
               WS-GROSS-PAY - WS-TAX - WS-FICA-TAX
               - WS-TOTAL-DEDUCTIONS
           IF WS-NET-PAY-SIGNED < 0
               MOVE 0 TO WS-NET-PAY
           ELSE
               MOVE WS-NET-PAY-SIGNED TO WS-NET-PAY
           END-IF.

       CALCULATE-FICA.
           IF WS-PRETAX-FICA < WS-GROSS-PAY
               COMPUTE WS-FICA-WAGES = WS-GROSS-PAY - WS-PRETAX-FICA
           ELSE
               MOVE 0 TO WS-FICA-WAGES
           END-IF
           MOVE 0 TO WS-YTD-OASDI-WAGES
           MOVE 0 TO WS-YTD-MEDICARE-WAGES
           PERFORM VARYING WS-YTDP-IDX FROM 1 BY 1
                   UNTIL WS-YTDP-IDX > WS-YTDP-COUNT
               IF WS-YP-EMP-ID (WS-YTDP-IDX) = WS-EMP-ID
                   MOVE WS-YP-OASDI-WAGES (WS-YTDP-IDX)
                       TO WS-YTD-OASDI-WAGES
                   MOVE WS-YP-MEDICARE-WAGES (WS-YTDP-IDX)
                       TO WS-YTD-MEDICARE-WAGES
               END-IF
           END-PERFORM
           CALL 'CALCFICA' USING WS-FICA-WAGES WS-YTD-OASDI-WAGES
               WS-YTD-MEDICARE-WAGES WS-FICA-RATES
               WS-OASDI-WAGES WS-EE-OASDI WS-EE-MEDICARE
               WS-ER-OASDI WS-ER-MEDICARE
           COMPUTE WS-FICA-TAX = WS-EE-OASDI + WS-EE-MEDICARE.

       CALL-CALCPAY.
           CALL 'CALCPAY' USING WS-EMP-PAY-BASIS WS-EMP-HOURS
               WS-EMP-RATE WS-EMP-SALARY WS-EMP-COMM-BASE
               WS-EMP-COMM-PCT
               WS-EMP-WORK-STATE WS-TAX-COUNT WS-TAX-TABLE
               WS-REG-HOURS WS-OT-HOURS WS-REG-PAY WS-OT-PAY
               WS-GROSS-PAY WS-TAX-FED WS-TAX-STATE WS-TAX-LOCAL
               WS-TAX WS-NET-PAY WS-CALC-STEP
               WS-PRETAX-FED WS-PRETAX-STATE WS-PRETAX-LOCAL
               WS-TAXABLE-FED WS-TAXABLE-STATE WS-TAXABLE-LOCAL
               WS-LEAVE-HOURS.

       CALL-APPLYDED.
           CALL 'APPLYDED' USING WS-EMP-ID WS-GROSS-PAY
               WS-AVAILABLE
               WS-DED-COUNT WS-DEDUCTION-TABLE
               WS-ARR-COUNT WS-ARREARS-TABLE
               WS-TOTAL-DEDUCTIONS WS-EMPLOYER-MATCH
               WS-EMP-DED-COUNT WS-EMP-DED-PRINT
               WS-APPLY-PASS WS-PRETAX-FED WS-PRETAX-STATE
               WS-PRETAX-LOCAL WS-PRETAX-FICA WS-RUN-MODE.

       WRITE-STUB.
           STRING 'STUB' WS-EMP-ID '.TXT'
               DELIMITED BY SIZE INTO WS-STUB-FILENAME
           MOVE WS-OT-PAY TO STH-OT-PAY
           WRITE STUB-LINE FROM WS-STUB-HOURS

           IF WS-RETRO-PAY > 0
               MOVE WS-RETRO-PAY TO STH-RETRO-PAY
               WRITE STUB-LINE FROM WS-STUB-RETRO
           END-IF

           MOVE WS-GROSS-PAY TO STH-GROSS-PAY
           MOVE WS-TAX TO STH-TAX
           MOVE WS-NET-PAY TO STH-NET-PAY
           MOVE WS-TAX-LOCAL TO STH-TAX-LOCAL
           WRITE STUB-LINE FROM WS-STUB-TAXES

           MOVE WS-EE-OASDI TO STH-OASDI
           MOVE WS-EE-MEDICARE TO STH-MEDICARE
           WRITE STUB-LINE FROM WS-STUB-FICA

           MOVE WS-TAXABLE-FED TO STH-TXB-FED
           MOVE WS-TAXABLE-STATE TO STH-TXB-STATE
           MOVE WS-TAXABLE-LOCAL TO STH-TXB-LOCAL
           MOVE WS-PRETAX-DEDS TO STH-TXB-PRETAX
           WRITE STUB-LINE FROM WS-STUB-TAXABLE

           IF WS-LV-FOUND-IDX > 0 OR WS-LP-FOUND = 'Y'
               MOVE WS-VAC-HOURS TO STH-VAC-USED
               MOVE WS-LW-VAC-BALANCE TO STH-VAC-BAL
               MOVE WS-SICK-HOURS TO STH-SICK-USED
               MOVE WS-LW-SICK-BALANCE TO STH-SICK-BAL
               MOVE WS-HOL-HOURS TO STH-HOL-USED
               WRITE STUB-LINE FROM WS-STUB-LEAVE
           END-IF

           PERFORM VARYING WS-EDX FROM 1 BY 1
                   UNTIL WS-EDX > WS-EMP-DED-COUNT
               MOVE WS-EMP-DED-CODE (WS-EDX) TO STD-DED-CODE
               MOVE WS-EMP-DED-TAKEN (WS-EDX) TO STD-DED-TAKEN
               MOVE WS-EMP-DED-SHORT (WS-EDX) TO STD-DED-SHORT
               MOVE WS-EMP-DED-MATCH (WS-EDX) TO STD-DED-MATCH
               EVALUATE TRUE
                   WHEN WS-EMP-DED-KIND (WS-EDX) = 'R'
                       MOVE 'RECOVERY' TO STD-DED-KIND
                   WHEN WS-EMP-DED-PRETAX (WS-EDX) = 'Y'
                       MOVE 'PRE-TAX' TO STD-DED-KIND
                   WHEN OTHER
                       MOVE SPACES TO STD-DED-KIND
               END-EVALUATE
               WRITE STUB-LINE FROM WS-STUB-DED-LINE
           END-PERFORM

