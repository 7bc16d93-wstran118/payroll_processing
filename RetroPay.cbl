       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetroPay.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-HISTORY-FILE ASSIGN TO 'RATEHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEH-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RETRO-EARN-FILE ASSIGN TO 'RETROEARN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-STATUS.
           SELECT RETRO-REGISTER-FILE ASSIGN TO 'RETROREG.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-HISTORY-FILE.
           COPY 'RATEHIST.cpy'.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05 PH-EMP-ID        PIC X(5).
           05 PH-RUN-DATE      PIC X(8).
           05 PH-PERIOD-YEAR   PIC 9(4).
           05 PH-PERIOD-NBR    PIC 9(2).
           05 PH-DEPT-CODE     PIC X(4).
           05 PH-REG-HOURS     PIC 9(3)V99.
           05 PH-OT-HOURS      PIC 9(3)V99.
           05 PH-REG-PAY       PIC 9(5)V99.
           05 PH-OT-PAY        PIC 9(5)V99.
           05 PH-GROSS         PIC 9(5)V99.
           05 PH-TAX           PIC 9(5)V99.
           05 PH-TAX-FED       PIC 9(5)V99.
           05 PH-TAX-STATE     PIC 9(5)V99.
           05 PH-TAX-LOCAL     PIC 9(5)V99.
           05 PH-WORK-STATE    PIC X(2).
           05 PH-NET           PIC 9(5)V99.
           05 PH-EMPLOYER-MATCH PIC 9(5)V99.
           05 PH-DED-COUNT     PIC 9(2).
           05 PH-DED-ENTRY OCCURS 20 TIMES.
              10 PH-DED-CODE   PIC X(4).
              10 PH-DED-DESC   PIC X(15).
              10 PH-DED-KIND   PIC X.
              10 PH-DED-TAKEN  PIC 9(5)V99.
              10 PH-DED-SHORT  PIC 9(5)V99.
              10 PH-DED-MATCH  PIC 9(5)V99.
           05 PH-TAXABLE-FED   PIC 9(5)V99.
           05 PH-TAXABLE-STATE PIC 9(5)V99.
           05 PH-TAXABLE-LOCAL PIC 9(5)V99.
           05 PH-PRETAX-DEDS   PIC 9(5)V99.
           05 PH-OASDI-WAGES   PIC 9(5)V99.
           05 PH-MEDICARE-WAGES PIC 9(5)V99.
           05 PH-OASDI         PIC 9(5)V99.
           05 PH-MEDICARE      PIC 9(5)V99.
           05 PH-ER-OASDI      PIC 9(5)V99.
           05 PH-ER-MEDICARE   PIC 9(5)V99.
           05 PH-PERIOD-END    PIC X(8).
           05 PH-RETRO-PAY     PIC 9(5)V99.
           05 PH-VAC-HOURS     PIC 9(3)V99.
           05 PH-SICK-HOURS    PIC 9(3)V99.
           05 PH-HOL-HOURS     PIC 9(3)V99.
           05 PH-PAY-GROUP     PIC X(2).
           05 PH-RUN-TYPE      PIC X.

       FD  RETRO-EARN-FILE.
           COPY 'RETROERN.cpy'.

       FD  RETRO-REGISTER-FILE.
       01  RETRO-REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RATEH-STATUS     PIC XX.
       01  WS-HIST-STATUS      PIC XX.
       01  WS-RETRO-STATUS     PIC XX.
       01  WS-RATEH-EOF        PIC X VALUE 'N'.
       01  WS-HIST-EOF         PIC X VALUE 'N'.

       01  WS-CURRENT-DATETIME.
           05 WS-CD-DATE       PIC X(8).
           05 WS-CD-TIME       PIC X(6).
           05 FILLER           PIC X(7).

       01  WS-RH-COUNT         PIC 9(4) VALUE 0.
       01  WS-RH-IDX           PIC 9(4).
       01  WS-RH-PICK          PIC 9(4) VALUE 0.
       01  WS-RH-FIRST         PIC 9(4) VALUE 0.
       01  WS-PENDING-COUNT    PIC 9(4) VALUE 0.
       01  WS-RATE-TABLE.
           05 WS-RH-ENTRY OCCURS 2000 TIMES.
              10 WS-RH-EMP-ID  PIC X(5).
              10 WS-RH-EFF-DATE PIC X(8).
              10 WS-RH-PAY-BASIS PIC X.
              10 WS-RH-OLD-RATE PIC 9(3)V99.
              10 WS-RH-NEW-RATE PIC 9(3)V99.
              10 WS-RH-OLD-SALARY PIC 9(5)V99.
              10 WS-RH-NEW-SALARY PIC 9(5)V99.
              10 WS-RH-CHANGE-DATE PIC X(8).
              10 WS-RH-USER-ID PIC X(8).
              10 WS-RH-RETRO-STATUS PIC X.
              10 WS-RH-RETRO-DATE PIC X(8).

       01  WS-PERIOD-END       PIC X(8).
       01  WS-RATE-DELTA       PIC S9(3)V99.
       01  WS-SALARY-DELTA     PIC S9(5)V99.
       01  WS-OLD-RATE         PIC 9(5)V99.
       01  WS-NEW-RATE         PIC 9(5)V99.
       01  WS-RETRO-DIFF       PIC S9(5)V99.
       01  WS-RETRO-AMOUNT     PIC 9(5)V99.

       01  WS-PAYMENTS-READ    PIC 9(7) VALUE 0.
       01  WS-OWED-COUNT       PIC 9(6) VALUE 0.
       01  WS-DECREASE-COUNT   PIC 9(6) VALUE 0.
       01  WS-TOTAL-OWED       PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-DECREASE   PIC 9(9)V99 VALUE 0.

       01  WS-RETRO-HEADER.
           05 FILLER           PIC X(30) VALUE
              'RETROACTIVE PAY REGISTER'.
           05 FILLER           PIC X(10) VALUE 'Run Date: '.
           05 HDR-RUN-DATE     PIC X(8).

       01  WS-RETRO-COLUMNS.
           05 FILLER           PIC X(8) VALUE 'Emp'.
           05 FILLER           PIC X(10) VALUE 'Period'.
           05 FILLER           PIC X(11) VALUE 'Effective'.
           05 FILLER           PIC X(6) VALUE 'Basis'.
           05 FILLER           PIC X(13) VALUE '    Old Rate'.
           05 FILLER           PIC X(13) VALUE '    New Rate'.
           05 FILLER           PIC X(13) VALUE '      Amount'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'Status'.

       01  WS-RETRO-DETAIL.
           05 RTD-EMP-ID       PIC X(5).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 RTD-PERIOD-YEAR  PIC 9(4).
           05 FILLER           PIC X VALUE '-'.
           05 RTD-PERIOD-NBR   PIC 9(2).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 RTD-EFF-DATE     PIC X(8).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 RTD-BASIS        PIC X.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RTD-OLD-RATE     PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 RTD-NEW-RATE     PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 RTD-AMOUNT       PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 RTD-STATUS       PIC X(30).

       01  WS-RETRO-TRAILER.
           05 FILLER           PIC X(12) VALUE 'Retro Owed: '.
           05 RTT-OWED-COUNT   PIC ZZZ,ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'Total: '.
           05 RTT-OWED-TOTAL   PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(11) VALUE 'Decreases: '.
           05 RTT-DEC-COUNT    PIC ZZZ,ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'Total: '.
           05 RTT-DEC-TOTAL    PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-RETRO-TRAILER-2.
           05 FILLER           PIC X(19) VALUE 'Payments Scanned: '.
           05 RTT-READ         PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(22) VALUE 'Rate Changes Settled: '.
           05 RTT-SETTLED      PIC Z,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           PERFORM LOAD-RATE-HISTORY
           IF WS-PENDING-COUNT = 0
               DISPLAY 'RETROPAY: no rate changes pending retro pay'
               STOP RUN
           END-IF

           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open PAYHIST.DAT (status '
                   WS-HIST-STATUS ') - no pay history to reprice'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND RETRO-EARN-FILE
           IF WS-RETRO-STATUS = '35'
               OPEN OUTPUT RETRO-EARN-FILE
           END-IF
           IF WS-RETRO-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open RETROEARN.DAT (status '
                   WS-RETRO-STATUS ') - aborting run'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RETRO-REGISTER-FILE
           MOVE WS-CD-DATE TO HDR-RUN-DATE
           WRITE RETRO-REGISTER-LINE FROM WS-RETRO-HEADER
           MOVE SPACES TO RETRO-REGISTER-LINE
           WRITE RETRO-REGISTER-LINE
           WRITE RETRO-REGISTER-LINE FROM WS-RETRO-COLUMNS

           PERFORM SCAN-HISTORY UNTIL WS-HIST-EOF = 'Y'

           CLOSE PAY-HISTORY-FILE
           CLOSE RETRO-EARN-FILE

           PERFORM SETTLE-RATE-CHANGES
           PERFORM WRITE-REGISTER-TRAILER
           CLOSE RETRO-REGISTER-FILE

           DISPLAY 'RETROPAY: ' WS-OWED-COUNT ' retro payment(s) owed, '
               WS-DECREASE-COUNT ' decrease(s) not recovered, '
               WS-PENDING-COUNT ' rate change(s) settled'
           STOP RUN.

       LOAD-RATE-HISTORY.
           OPEN INPUT RATE-HISTORY-FILE
           IF WS-RATEH-STATUS = '35'
               DISPLAY 'RETROPAY: RATEHIST.DAT not found - no rate '
                   'changes on file'
               STOP RUN
           END-IF
           IF WS-RATEH-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open RATEHIST.DAT (status '
                   WS-RATEH-STATUS ') - aborting run'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RATEH-EOF = 'Y'
               READ RATE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-RATEH-EOF
                   NOT AT END
                       IF WS-RH-COUNT < 2000
                           ADD 1 TO WS-RH-COUNT
                           MOVE RATE-HISTORY-RECORD
                               TO WS-RH-ENTRY (WS-RH-COUNT)
                           IF RH-RETRO-PENDING
                               ADD 1 TO WS-PENDING-COUNT
                           END-IF
                       ELSE
                           DISPLAY 'FATAL: rate history table full '
                               '(2000) - RATEHIST.DAT would lose '
                               'records on rewrite; archive settled '
                               'changes and rerun'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-HISTORY-FILE.

       SCAN-HISTORY.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                   ADD 1 TO WS-PAYMENTS-READ
                   IF PH-RUN-TYPE NOT = 'S'
                       PERFORM REPRICE-PAYMENT
                   END-IF
           END-READ.

       REPRICE-PAYMENT.
           IF PH-PERIOD-END NUMERIC
               MOVE PH-PERIOD-END TO WS-PERIOD-END
           ELSE
               MOVE PH-RUN-DATE TO WS-PERIOD-END
           END-IF
           MOVE 0 TO WS-RH-PICK
           MOVE 0 TO WS-RH-FIRST
           MOVE 0 TO WS-RATE-DELTA
           MOVE 0 TO WS-SALARY-DELTA
           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
                   UNTIL WS-RH-IDX > WS-RH-COUNT
               IF WS-RH-EMP-ID (WS-RH-IDX) = PH-EMP-ID
                       AND WS-RH-RETRO-STATUS (WS-RH-IDX) = 'P'
                       AND WS-RH-EFF-DATE (WS-RH-IDX) <= WS-PERIOD-END
                       AND PH-RUN-DATE < WS-RH-CHANGE-DATE (WS-RH-IDX)
                   COMPUTE WS-RATE-DELTA = WS-RATE-DELTA
                       + WS-RH-NEW-RATE (WS-RH-IDX)
                       - WS-RH-OLD-RATE (WS-RH-IDX)
                   COMPUTE WS-SALARY-DELTA = WS-SALARY-DELTA
                       + WS-RH-NEW-SALARY (WS-RH-IDX)
                       - WS-RH-OLD-SALARY (WS-RH-IDX)
                   IF WS-RH-FIRST = 0
                       MOVE WS-RH-IDX TO WS-RH-FIRST
                   ELSE
                       IF WS-RH-EFF-DATE (WS-RH-IDX) <
                               WS-RH-EFF-DATE (WS-RH-FIRST)
                           OR (WS-RH-EFF-DATE (WS-RH-IDX) =
                               WS-RH-EFF-DATE (WS-RH-FIRST)
                           AND WS-RH-CHANGE-DATE (WS-RH-IDX) <
                               WS-RH-CHANGE-DATE (WS-RH-FIRST))
                           MOVE WS-RH-IDX TO WS-RH-FIRST
                       END-IF
                   END-IF
                   IF WS-RH-PICK = 0
                       MOVE WS-RH-IDX TO WS-RH-PICK
                   ELSE
                       IF WS-RH-EFF-DATE (WS-RH-IDX) >
                               WS-RH-EFF-DATE (WS-RH-PICK)
                           OR (WS-RH-EFF-DATE (WS-RH-IDX) =
                               WS-RH-EFF-DATE (WS-RH-PICK)
                           AND WS-RH-CHANGE-DATE (WS-RH-IDX) >=
                               WS-RH-CHANGE-DATE (WS-RH-PICK))
                           MOVE WS-RH-IDX TO WS-RH-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RH-PICK > 0
               EVALUATE WS-RH-PAY-BASIS (WS-RH-PICK)
                   WHEN 'S'
                       PERFORM REPRICE-SALARIED
                       PERFORM RECORD-RETRO-DIFFERENCE
                   WHEN 'C'
                       CONTINUE
                   WHEN OTHER
                       PERFORM REPRICE-HOURLY
                       PERFORM RECORD-RETRO-DIFFERENCE
               END-EVALUATE
           END-IF.

       REPRICE-HOURLY.
           COMPUTE WS-RETRO-DIFF ROUNDED = WS-RATE-DELTA
               * (PH-REG-HOURS + PH-OT-HOURS * 1.5)
           MOVE WS-RH-OLD-RATE (WS-RH-FIRST) TO WS-OLD-RATE
           MOVE WS-RH-NEW-RATE (WS-RH-PICK) TO WS-NEW-RATE.

       REPRICE-SALARIED.
           MOVE WS-SALARY-DELTA TO WS-RETRO-DIFF
           MOVE WS-RH-OLD-SALARY (WS-RH-FIRST) TO WS-OLD-RATE
           MOVE WS-RH-NEW-SALARY (WS-RH-PICK) TO WS-NEW-RATE.

       RECORD-RETRO-DIFFERENCE.
           MOVE PH-EMP-ID TO RTD-EMP-ID
           MOVE PH-PERIOD-YEAR TO RTD-PERIOD-YEAR
           MOVE PH-PERIOD-NBR TO RTD-PERIOD-NBR
           MOVE WS-RH-EFF-DATE (WS-RH-PICK) TO RTD-EFF-DATE
           MOVE WS-RH-PAY-BASIS (WS-RH-PICK) TO RTD-BASIS
           MOVE WS-OLD-RATE TO RTD-OLD-RATE
           MOVE WS-NEW-RATE TO RTD-NEW-RATE
           EVALUATE TRUE
               WHEN WS-RETRO-DIFF > 0
                   MOVE WS-RETRO-DIFF TO WS-RETRO-AMOUNT
                   MOVE WS-RETRO-AMOUNT TO RTD-AMOUNT
                   MOVE 'OWED - NEXT REGULAR RUN' TO RTD-STATUS
                   WRITE RETRO-REGISTER-LINE FROM WS-RETRO-DETAIL
                   PERFORM WRITE-RETRO-EARNINGS
                   ADD 1 TO WS-OWED-COUNT
                   ADD WS-RETRO-AMOUNT TO WS-TOTAL-OWED
               WHEN WS-RETRO-DIFF < 0
                   COMPUTE WS-RETRO-AMOUNT = 0 - WS-RETRO-DIFF
                   MOVE WS-RETRO-AMOUNT TO RTD-AMOUNT
                   MOVE 'DECREASE - NOT RECOVERED' TO RTD-STATUS
                   WRITE RETRO-REGISTER-LINE FROM WS-RETRO-DETAIL
                   ADD 1 TO WS-DECREASE-COUNT
                   ADD WS-RETRO-AMOUNT TO WS-TOTAL-DECREASE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-RETRO-EARNINGS.
           MOVE PH-EMP-ID TO RE-EMP-ID
           MOVE PH-PERIOD-YEAR TO RE-PERIOD-YEAR
           MOVE PH-PERIOD-NBR TO RE-PERIOD-NBR
           MOVE WS-RH-PAY-BASIS (WS-RH-PICK) TO RE-PAY-BASIS
           MOVE WS-OLD-RATE TO RE-OLD-RATE
           MOVE WS-NEW-RATE TO RE-NEW-RATE
           MOVE WS-RETRO-AMOUNT TO RE-AMOUNT
           MOVE WS-RH-EFF-DATE (WS-RH-PICK) TO RE-EFF-DATE
           MOVE WS-CD-DATE TO RE-CREATED-DATE
           MOVE 0 TO RE-PAID-YEAR
           MOVE 0 TO RE-PAID-PERIOD
           MOVE SPACES TO RE-PAID-GROUP
           WRITE RETRO-EARNINGS-RECORD.

       SETTLE-RATE-CHANGES.
           OPEN OUTPUT RATE-HISTORY-FILE
           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
                   UNTIL WS-RH-IDX > WS-RH-COUNT
               IF WS-RH-RETRO-STATUS (WS-RH-IDX) = 'P'
                   MOVE 'D' TO WS-RH-RETRO-STATUS (WS-RH-IDX)
                   MOVE WS-CD-DATE TO WS-RH-RETRO-DATE (WS-RH-IDX)
               END-IF
               WRITE RATE-HISTORY-RECORD FROM WS-RH-ENTRY (WS-RH-IDX)
           END-PERFORM
           CLOSE RATE-HISTORY-FILE.

       WRITE-REGISTER-TRAILER.
           MOVE SPACES TO RETRO-REGISTER-LINE
           WRITE RETRO-REGISTER-LINE
           MOVE WS-OWED-COUNT TO RTT-OWED-COUNT
           MOVE WS-TOTAL-OWED TO RTT-OWED-TOTAL
           MOVE WS-DECREASE-COUNT TO RTT-DEC-COUNT
           MOVE WS-TOTAL-DECREASE TO RTT-DEC-TOTAL
           WRITE RETRO-REGISTER-LINE FROM WS-RETRO-TRAILER
           MOVE WS-PAYMENTS-READ TO RTT-READ
           MOVE WS-PENDING-COUNT TO RTT-SETTLED
           WRITE RETRO-REGISTER-LINE FROM WS-RETRO-TRAILER-2.
