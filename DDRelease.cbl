       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDRelease.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIRECT-DEPOSIT-FILE ASSIGN TO 'DIRECTDEP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DD-STATUS.
           SELECT ACH-FILE ASSIGN TO 'ACHFILE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO 'PAYRUN.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIRECT-DEPOSIT-FILE.
       01  DD-RECORD.
           05 DD-RECORD-TYPE   PIC X.
           05 DD-ROUTING       PIC 9(9).
           05 DD-ACCOUNT       PIC X(17).
           05 DD-EMP-ID        PIC X(5).
           05 DD-EMP-NAME      PIC X(30).
           05 DD-NET-PAY       PIC 9(9)V99.

       FD  ACH-FILE.
       01  ACH-HEADER-RECORD.
           05 AH-REC-TYPE      PIC X.
           05 AH-FILE-DATE     PIC X(8).
           05 AH-FILE-TIME     PIC X(6).
           05 AH-EFFECTIVE-DATE PIC X(8).
           05 AH-PERIOD-YEAR   PIC 9(4).
           05 AH-PERIOD-NBR    PIC 9(2).
           05 AH-PAY-GROUP     PIC X(2).
           05 FILLER           PIC X(42).
       01  ACH-DETAIL-RECORD.
           05 AD-REC-TYPE      PIC X.
           05 AD-ROUTING       PIC 9(9).
           05 AD-ACCOUNT       PIC X(17).
           05 AD-EMP-ID        PIC X(5).
           05 AD-EMP-NAME      PIC X(30).
           05 AD-AMOUNT        PIC 9(9)V99.
       01  ACH-TRAILER-RECORD.
           05 AT-REC-TYPE      PIC X.
           05 AT-ENTRY-COUNT   PIC 9(6).
           05 AT-PRENOTE-COUNT PIC 9(6).
           05 AT-TOTAL-AMOUNT  PIC 9(11)V99.
           05 AT-ENTRY-HASH    PIC 9(10).
           05 FILLER           PIC X(37).

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           05 PC-YEAR          PIC 9(4).
           05 PC-PERIOD-NBR    PIC 9(2).
           05 PC-PERIOD-END    PIC X(8).
           05 PC-STATUS        PIC X.
           05 PC-OVERRIDE      PIC X.
           05 PC-YTD-YEAR      PIC 9(4).
           05 PC-RUN-MODE      PIC X.
           05 PC-PAY-GROUP     PIC X(2).

       FD  RUN-PARM-FILE.
       01  RUN-PARM-RECORD.
           05 RP-PAY-GROUP     PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-DD-STATUS        PIC XX.
       01  WS-ACH-STATUS       PIC XX.
       01  WS-CAL-STATUS       PIC XX.
       01  WS-PRM-STATUS       PIC XX.
       01  WS-DD-EOF           PIC X VALUE 'N'.
       01  WS-CAL-EOF          PIC X VALUE 'N'.
       01  WS-CAL-FOUND        PIC X VALUE 'N'.

       01  WS-CURRENT-DATETIME.
           05 WS-CD-DATE       PIC X(8).
           05 WS-CD-TIME       PIC X(6).
           05 FILLER           PIC X(7).

       01  WS-EFFECTIVE-DATE   PIC X(8) VALUE SPACES.
       01  WS-ENTRY-COUNT      PIC 9(6) VALUE 0.
       01  WS-PRENOTE-COUNT    PIC 9(6) VALUE 0.
       01  WS-RELEASE-TOTAL    PIC 9(11)V99 VALUE 0.
       01  WS-ENTRY-HASH       PIC 9(10) VALUE 0.
       01  WS-SKIP-COUNT       PIC 9(6) VALUE 0.

       01  WS-RUN-GROUP        PIC X(2) VALUE SPACES.
       01  WS-PERIOD-YEAR      PIC 9(4) VALUE 0.
       01  WS-PERIOD-NBR       PIC 9(2) VALUE 0.
       01  WS-RUN-ACTION       PIC X.
       01  WS-RUN-PROGRAM      PIC X(12).
       01  WS-RUN-COUNT        PIC 9(6) VALUE 0.
       01  WS-RUN-GROSS        PIC 9(9)V99 VALUE 0.
       01  WS-RUN-NET          PIC 9(9)V99 VALUE 0.
       01  WS-RUN-RESULT       PIC X VALUE 'N'.
       01  WS-RUN-MODE         PIC X VALUE 'R'.
       01  WS-PAYROLL-STEP     PIC X(12) VALUE 'PAYROLL'.
       01  WS-REVIEW-STEP      PIC X(12) VALUE 'PAYREVIEW'.
       01  WS-RELEASE-STEP     PIC X(12) VALUE 'DDRELEASE'.
       01  WS-PAYROLL-COUNT    PIC 9(6) VALUE 0.
       01  WS-PAYROLL-GROSS    PIC 9(9)V99 VALUE 0.
       01  WS-PAYROLL-NET      PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           PERFORM READ-PERIOD-CONTROL
           PERFORM VERIFY-PRIOR-STEP
           PERFORM RECORD-RUN-START

           OPEN INPUT DIRECT-DEPOSIT-FILE
           IF WS-DD-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open DIRECTDEP.DAT (status '
                   WS-DD-STATUS ') - nothing to release'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACH-FILE
           IF WS-ACH-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open ACHFILE.DAT (status '
                   WS-ACH-STATUS ') - aborting release'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-ACH-HEADER
           PERFORM RELEASE-DEPOSITS UNTIL WS-DD-EOF = 'Y'
           PERFORM WRITE-ACH-TRAILER

           CLOSE DIRECT-DEPOSIT-FILE
           CLOSE ACH-FILE
           PERFORM RECORD-RUN-COMPLETE

           DISPLAY 'DDRELEASE: ' WS-ENTRY-COUNT ' deposit(s) and '
               WS-PRENOTE-COUNT ' prenote(s) released to ACHFILE.DAT'
           IF WS-SKIP-COUNT > 0
               DISPLAY 'WARNING: ' WS-SKIP-COUNT ' DIRECTDEP.DAT '
                   'record(s) with an unknown record type not released'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-PERIOD-CONTROL.
           PERFORM READ-RUN-PARM
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open PAYCAL.DAT (status '
                   WS-CAL-STATUS ') - effective date comes from the '
                   'pay period control record'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CAL-EOF = 'Y' OR WS-CAL-FOUND = 'Y'
               READ PAY-CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF
                   NOT AT END
                       IF PC-PAY-GROUP = WS-RUN-GROUP
                           MOVE 'Y' TO WS-CAL-FOUND
                           MOVE PC-PERIOD-END TO WS-EFFECTIVE-DATE
                           MOVE PC-YEAR TO WS-PERIOD-YEAR
                           MOVE PC-PERIOD-NBR TO WS-PERIOD-NBR
                           IF PC-RUN-MODE = 'S'
                               MOVE 'S' TO WS-RUN-MODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-CALENDAR-FILE
           IF WS-CAL-FOUND = 'N'
               DISPLAY 'FATAL: no PAYCAL.DAT record for pay group '
                   WS-RUN-GROUP ' - add the calendar record or fix '
                   'the group in PAYRUN.PRM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-MODE = 'S'
               MOVE 'PAYSUPP' TO WS-PAYROLL-STEP
               MOVE 'REVSUPP' TO WS-REVIEW-STEP
               MOVE 'DDSUPP' TO WS-RELEASE-STEP
           END-IF.

       READ-RUN-PARM.
           OPEN INPUT RUN-PARM-FILE
           IF WS-PRM-STATUS = '35'
               MOVE SPACES TO WS-RUN-GROUP
           ELSE
               READ RUN-PARM-FILE
                   AT END
                       MOVE SPACES TO WS-RUN-GROUP
                   NOT AT END
                       MOVE RP-PAY-GROUP TO WS-RUN-GROUP
               END-READ
               CLOSE RUN-PARM-FILE
           END-IF.

       VERIFY-PRIOR-STEP.
           MOVE 'V' TO WS-RUN-ACTION
           MOVE WS-PAYROLL-STEP TO WS-RUN-PROGRAM
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT
           IF WS-RUN-RESULT NOT = 'Y'
               DISPLAY 'FATAL: PayrollSystem has not completed for '
                   'period ' WS-PERIOD-YEAR '-' WS-PERIOD-NBR
                   ' pay group ' WS-RUN-GROUP
                   ' per RUNCTL.DAT - DIRECTDEP.DAT may be stale; '
                   'run PayrollSystem first'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'V' TO WS-RUN-ACTION
           MOVE WS-RELEASE-STEP TO WS-RUN-PROGRAM
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT
           IF WS-RUN-RESULT = 'Y'
               DISPLAY 'FATAL: direct deposits already released for '
                   'period ' WS-PERIOD-YEAR '-' WS-PERIOD-NBR
                   ' pay group ' WS-RUN-GROUP
                   ' per RUNCTL.DAT - not sending them twice'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VERIFY-REVIEW-RELEASE.

       VERIFY-REVIEW-RELEASE.
           MOVE 'G' TO WS-RUN-ACTION
           MOVE WS-PAYROLL-STEP TO WS-RUN-PROGRAM
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT
           MOVE WS-RUN-COUNT TO WS-PAYROLL-COUNT
           MOVE WS-RUN-GROSS TO WS-PAYROLL-GROSS
           MOVE WS-RUN-NET TO WS-PAYROLL-NET
           MOVE 'G' TO WS-RUN-ACTION
           MOVE WS-REVIEW-STEP TO WS-RUN-PROGRAM
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT
           IF WS-RUN-RESULT NOT = 'Y'
               DISPLAY 'FATAL: ' WS-REVIEW-STEP ' review has not been '
                   'released for period ' WS-PERIOD-YEAR '-'
                   WS-PERIOD-NBR ' pay group ' WS-RUN-GROUP
                   ' - run PayReview and clear or sign off its '
                   'exceptions first'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-COUNT NOT = WS-PAYROLL-COUNT
                   OR WS-RUN-GROSS NOT = WS-PAYROLL-GROSS
                   OR WS-RUN-NET NOT = WS-PAYROLL-NET
               DISPLAY 'FATAL: ' WS-REVIEW-STEP ' review totals do '
                   'not match ' WS-PAYROLL-STEP ' for period '
                   WS-PERIOD-YEAR '-' WS-PERIOD-NBR
                   ' pay group ' WS-RUN-GROUP
                   ' - payroll was rerun after review; rerun PayReview'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-RUN-START.
           MOVE 'S' TO WS-RUN-ACTION
           MOVE WS-RELEASE-STEP TO WS-RUN-PROGRAM
           MOVE 0 TO WS-RUN-COUNT
           MOVE 0 TO WS-RUN-GROSS
           MOVE 0 TO WS-RUN-NET
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT.

       RECORD-RUN-COMPLETE.
           MOVE 'C' TO WS-RUN-ACTION
           MOVE WS-RELEASE-STEP TO WS-RUN-PROGRAM
           MOVE WS-ENTRY-COUNT TO WS-RUN-COUNT
           MOVE 0 TO WS-RUN-GROSS
           MOVE WS-RELEASE-TOTAL TO WS-RUN-NET
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT.

       WRITE-ACH-HEADER.
           MOVE SPACES TO ACH-HEADER-RECORD
           MOVE '1' TO AH-REC-TYPE
           MOVE WS-CD-DATE TO AH-FILE-DATE
           MOVE WS-CD-TIME TO AH-FILE-TIME
           MOVE WS-EFFECTIVE-DATE TO AH-EFFECTIVE-DATE
           MOVE WS-PERIOD-YEAR TO AH-PERIOD-YEAR
           MOVE WS-PERIOD-NBR TO AH-PERIOD-NBR
           MOVE WS-RUN-GROUP TO AH-PAY-GROUP
           WRITE ACH-HEADER-RECORD.

       RELEASE-DEPOSITS.
           READ DIRECT-DEPOSIT-FILE
               AT END
                   MOVE 'Y' TO WS-DD-EOF
               NOT AT END
                   EVALUATE DD-RECORD-TYPE
                       WHEN '6'
                           PERFORM WRITE-ACH-DETAIL
                           ADD 1 TO WS-ENTRY-COUNT
                           ADD DD-NET-PAY TO WS-RELEASE-TOTAL
                       WHEN '7'
                           PERFORM WRITE-ACH-DETAIL
                           ADD 1 TO WS-PRENOTE-COUNT
                       WHEN OTHER
                           DISPLAY 'WARNING: DIRECTDEP.DAT record type '
                               DD-RECORD-TYPE ' for employee '
                               DD-EMP-ID ' not released'
                           ADD 1 TO WS-SKIP-COUNT
                   END-EVALUATE
           END-READ.

       WRITE-ACH-DETAIL.
           MOVE DD-RECORD-TYPE TO AD-REC-TYPE
           MOVE DD-ROUTING TO AD-ROUTING
           MOVE DD-ACCOUNT TO AD-ACCOUNT
           MOVE DD-EMP-ID TO AD-EMP-ID
           MOVE DD-EMP-NAME TO AD-EMP-NAME
           MOVE DD-NET-PAY TO AD-AMOUNT
           WRITE ACH-DETAIL-RECORD
           ADD DD-ROUTING TO WS-ENTRY-HASH
               ON SIZE ERROR
                   COMPUTE WS-ENTRY-HASH =
                       WS-ENTRY-HASH + DD-ROUTING - 10000000000
           END-ADD.

       WRITE-ACH-TRAILER.
           MOVE SPACES TO ACH-TRAILER-RECORD
           MOVE '9' TO AT-REC-TYPE
           MOVE WS-ENTRY-COUNT TO AT-ENTRY-COUNT
           MOVE WS-PRENOTE-COUNT TO AT-PRENOTE-COUNT
           MOVE WS-RELEASE-TOTAL TO AT-TOTAL-AMOUNT
           MOVE WS-ENTRY-HASH TO AT-ENTRY-HASH
           WRITE ACH-TRAILER-RECORD.
