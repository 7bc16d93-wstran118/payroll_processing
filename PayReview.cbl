       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayReview.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO 'BANKACCT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT BANK-PRIOR-FILE ASSIGN TO 'REVBANK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO 'PAYRUN.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT REVIEW-PARM-FILE ASSIGN TO 'REVIEW.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVP-STATUS.
           SELECT REVIEW-LOG-FILE ASSIGN TO 'REVIEWLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVL-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO 'PAYREVIEW.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY 'EMPREC.cpy'.

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

       FD  BANK-ACCOUNT-FILE.
       01  BANK-ACCOUNT-RECORD.
           05 BA-EMP-ID        PIC X(5).
           05 BA-ROUTING       PIC 9(9).
           05 BA-ACCOUNT       PIC X(17).
           05 BA-ACCT-TYPE     PIC X.
           05 BA-PRENOTE-STATUS PIC X.
           05 BA-SEQ           PIC 9(2).
           05 BA-SPLIT-TYPE    PIC X.
           05 BA-SPLIT-AMOUNT  PIC 9(7)V99.

       FD  BANK-PRIOR-FILE.
       01  BANK-PRIOR-RECORD.
           05 BP-EMP-ID        PIC X(5).
           05 BP-ROUTING       PIC 9(9).
           05 BP-ACCOUNT       PIC X(17).

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

       FD  REVIEW-PARM-FILE.
       01  REVIEW-PARM-RECORD.
           05 RV-GROSS-PCT     PIC 9(3).
           05 RV-NET-PCT       PIC 9(3).
           05 RV-MAX-HOURS     PIC 9(3)V99.
           05 RV-SIGNOFF-USER  PIC X(8).
           05 RV-SIGNOFF-YEAR  PIC 9(4).
           05 RV-SIGNOFF-PERIOD PIC 9(2).
           05 RV-SIGNOFF-GROUP PIC X(2).
           05 RV-SUPP-MAX-GROSS PIC 9(7)V99.
           05 RV-SIGNOFF-MODE  PIC X.

       FD  REVIEW-LOG-FILE.
       01  REVIEW-LOG-RECORD.
           05 RL-DATE          PIC X(8).
           05 RL-TIME          PIC X(6).
           05 RL-PAY-GROUP     PIC X(2).
           05 RL-YEAR          PIC 9(4).
           05 RL-PERIOD-NBR    PIC 9(2).
           05 RL-RESULT        PIC X.
           05 RL-USER-ID       PIC X(8).
           05 RL-EXCEPTIONS    PIC 9(5).
           05 RL-PAY-COUNT     PIC 9(6).
           05 RL-GROSS         PIC 9(9)V99.
           05 RL-NET           PIC 9(9)V99.
           05 RL-RUN-TYPE      PIC X.

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS       PIC XX.
       01  WS-HIST-STATUS      PIC XX.
       01  WS-BANK-STATUS      PIC XX.
       01  WS-BKP-STATUS       PIC XX.
       01  WS-CAL-STATUS       PIC XX.
       01  WS-PRM-STATUS       PIC XX.
       01  WS-RVP-STATUS       PIC XX.
       01  WS-RVL-STATUS       PIC XX.
       01  WS-EMP-EOF          PIC X VALUE 'N'.
       01  WS-HIST-EOF         PIC X VALUE 'N'.
       01  WS-BANK-EOF         PIC X VALUE 'N'.
       01  WS-BKP-EOF          PIC X VALUE 'N'.
       01  WS-CAL-EOF          PIC X VALUE 'N'.
       01  WS-CAL-FOUND        PIC X VALUE 'N'.
       01  WS-BKP-PRESENT      PIC X VALUE 'N'.

       01  WS-CURRENT-DATETIME.
           05 WS-CD-DATE       PIC X(8).
           05 WS-CD-TIME       PIC X(6).
           05 FILLER           PIC X(7).

       01  WS-RUN-GROUP        PIC X(2) VALUE SPACES.
       01  WS-PERIOD-YEAR      PIC 9(4) VALUE 0.
       01  WS-PERIOD-NBR       PIC 9(2) VALUE 0.
       01  WS-PERIOD-KEY       PIC 9(6) VALUE 0.
       01  WS-PH-PERIOD-KEY    PIC 9(6) VALUE 0.
       01  WS-RUN-ACTION       PIC X.
       01  WS-RUN-PROGRAM      PIC X(12).
       01  WS-RUN-COUNT        PIC 9(6) VALUE 0.
       01  WS-RUN-GROSS        PIC 9(9)V99 VALUE 0.
       01  WS-RUN-NET          PIC 9(9)V99 VALUE 0.
       01  WS-RUN-RESULT       PIC X VALUE 'N'.
       01  WS-PAYROLL-COUNT    PIC 9(6) VALUE 0.
       01  WS-PAYROLL-GROSS    PIC 9(9)V99 VALUE 0.
       01  WS-PAYROLL-NET      PIC 9(9)V99 VALUE 0.
       01  WS-RUN-MODE         PIC X VALUE 'R'.
       01  WS-PAYROLL-STEP     PIC X(12) VALUE 'PAYROLL'.
       01  WS-REVIEW-STEP      PIC X(12) VALUE 'PAYREVIEW'.
       01  WS-PH-CURRENT       PIC X VALUE 'N'.
       01  WS-SUPP-TOTAL       PIC 9(6) VALUE 0.
       01  WS-SUPP-SKIP        PIC 9(6) VALUE 0.
       01  WS-SUPP-SEQ         PIC 9(6) VALUE 0.

       01  WS-GROSS-PCT        PIC 9(3) VALUE 25.
       01  WS-NET-PCT          PIC 9(3) VALUE 25.
       01  WS-MAX-HOURS        PIC 9(3)V99 VALUE 80.
       01  WS-SUPP-MAX-GROSS   PIC 9(7)V99 VALUE 10000.00.
       01  WS-SIGNOFF-USER     PIC X(8) VALUE SPACES.

       01  WS-ET-COUNT         PIC 9(4) VALUE 0.
       01  WS-ET-IDX           PIC 9(4).
       01  WS-ET-FOUND-IDX     PIC 9(4) VALUE 0.
       01  WS-EMPLOYEE-TABLE.
           05 WS-ET-ENTRY OCCURS 1000 TIMES.
              10 WS-ET-EMP-ID  PIC X(5).
              10 WS-ET-EMP-NAME PIC X(30).
              10 WS-ET-STATUS  PIC X.
              10 WS-ET-PAY-GROUP PIC X(2).
              10 WS-ET-ON-MASTER PIC X.
              10 WS-ET-CUR-FOUND PIC X.
              10 WS-ET-CUR-GROSS PIC 9(5)V99.
              10 WS-ET-CUR-NET PIC 9(5)V99.
              10 WS-ET-CUR-HOURS PIC 9(4)V99.
              10 WS-ET-PREV-FOUND PIC X.
              10 WS-ET-PREV-KEY PIC 9(6).
              10 WS-ET-PREV-GROSS PIC 9(5)V99.
              10 WS-ET-PREV-NET PIC 9(5)V99.

       01  WS-BA-COUNT         PIC 9(3) VALUE 0.
       01  WS-BA-IDX           PIC 9(3).
       01  WS-BA-IDX2          PIC 9(3).
       01  WS-BA-MATCH         PIC X VALUE 'N'.
       01  WS-BANK-TABLE.
           05 WS-BA-ENTRY OCCURS 500 TIMES.
              10 WS-BA-EMP-ID  PIC X(5).
              10 WS-BA-ROUTING PIC 9(9).
              10 WS-BA-ACCOUNT PIC X(17).
       01  WS-BP-COUNT         PIC 9(3) VALUE 0.
       01  WS-BP-IDX           PIC 9(3).
       01  WS-BANK-PRIOR-TABLE.
           05 WS-BP-ENTRY OCCURS 500 TIMES.
              10 WS-BP-EMP-ID  PIC X(5).
              10 WS-BP-ROUTING PIC 9(9).
              10 WS-BP-ACCOUNT PIC X(17).

       01  WS-SWING-AMOUNT     PIC 9(7)V99.
       01  WS-SWING-PCT        PIC 9(5)V99.
       01  WS-EXCEPTION-COUNT  PIC 9(5) VALUE 0.
       01  WS-GROSS-FLAGS      PIC 9(5) VALUE 0.
       01  WS-NET-FLAGS        PIC 9(5) VALUE 0.
       01  WS-HOURS-FLAGS      PIC 9(5) VALUE 0.
       01  WS-FIRST-FLAGS      PIC 9(5) VALUE 0.
       01  WS-MISSING-FLAGS    PIC 9(5) VALUE 0.
       01  WS-SHARED-FLAGS     PIC 9(5) VALUE 0.
       01  WS-CHANGED-FLAGS    PIC 9(5) VALUE 0.
       01  WS-LIMIT-FLAGS      PIC 9(5) VALUE 0.
       01  WS-REVIEWED-COUNT   PIC 9(6) VALUE 0.
       01  WS-REVIEW-RESULT    PIC X VALUE SPACE.

       01  WS-REVIEW-HEADER.
           05 HDR-TITLE        PIC X(32) VALUE
              'PAYROLL VARIANCE REVIEW'.
           05 FILLER           PIC X(8) VALUE 'Period: '.
           05 HDR-PERIOD-YEAR  PIC 9(4).
           05 FILLER           PIC X VALUE '-'.
           05 HDR-PERIOD-NBR   PIC 9(2).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'Group: '.
           05 HDR-PAY-GROUP    PIC X(2).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'Run Date: '.
           05 HDR-RUN-DATE     PIC X(8).

       01  WS-REVIEW-LIMITS.
           05 FILLER           PIC X(16) VALUE 'Limits - Gross: '.
           05 HDR-GROSS-PCT    PIC ZZ9.
           05 FILLER           PIC X(8) VALUE '%  Net: '.
           05 HDR-NET-PCT      PIC ZZ9.
           05 FILLER           PIC X(10) VALUE '%  Hours: '.
           05 HDR-MAX-HOURS    PIC ZZ9.99.

       01  WS-REVIEW-SUPP-LIMITS.
           05 FILLER           PIC X(29) VALUE
              'Limits - Supplemental Gross: '.
           05 HDR-SUPP-MAX     PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(10) VALUE '  Hours: '.
           05 HDR-SUPP-HOURS   PIC ZZ9.99.

       01  WS-REVIEW-COLUMNS.
           05 FILLER           PIC X(7) VALUE 'Emp'.
           05 FILLER           PIC X(22) VALUE 'Name'.
           05 FILLER           PIC X(30) VALUE 'Exception'.
           05 FILLER           PIC X(14) VALUE '       Current'.
           05 FILLER           PIC X(14) VALUE '      Previous'.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE 'Detail'.

       01  WS-REVIEW-DETAIL.
           05 RVD-EMP-ID       PIC X(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RVD-EMP-NAME     PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RVD-EXCEPTION    PIC X(28).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RVD-CURRENT      PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 RVD-PREVIOUS     PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 RVD-DETAIL       PIC X(30).

       01  WS-REVIEW-SWING-DETAIL.
           05 FILLER           PIC X(7) VALUE 'Change '.
           05 RVS-PCT          PIC ZZ,ZZ9.99.
           05 FILLER           PIC X VALUE '%'.

       01  WS-REVIEW-LIMIT-DETAIL.
           05 FILLER           PIC X(6) VALUE 'Limit '.
           05 RVM-LIMIT        PIC $Z,ZZZ,ZZ9.99.

       01  WS-REVIEW-HOURS-DETAIL.
           05 FILLER           PIC X(11) VALUE 'Hours paid '.
           05 RVH-HOURS        PIC Z,ZZ9.99.

       01  WS-REVIEW-BANK-DETAIL.
           05 RVB-ROUTING      PIC 9(9).
           05 FILLER           PIC X VALUE SPACE.
           05 RVB-ACCOUNT      PIC X(17).

       01  WS-REVIEW-NOTE-LINE.
           05 RVN-TEXT         PIC X(100).

       01  WS-REVIEW-SUMMARY.
           05 RVT-LABEL        PIC X(28).
           05 RVT-COUNT        PIC ZZ,ZZ9.

       01  WS-REVIEW-RESULT-LINE.
           05 FILLER           PIC X(15) VALUE 'Review Result: '.
           05 RVR-RESULT       PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           PERFORM READ-PERIOD-CONTROL
           PERFORM READ-REVIEW-PARM
           PERFORM VERIFY-PRIOR-STEP

           PERFORM LOAD-EMPLOYEES
           PERFORM LOAD-PAY-HISTORY
           PERFORM LOAD-BANK-ACCOUNTS
           PERFORM LOAD-BANK-PRIOR

           OPEN OUTPUT REVIEW-REPORT-FILE
           MOVE WS-PERIOD-YEAR TO HDR-PERIOD-YEAR
           MOVE WS-PERIOD-NBR TO HDR-PERIOD-NBR
           MOVE WS-RUN-GROUP TO HDR-PAY-GROUP
           MOVE WS-CD-DATE TO HDR-RUN-DATE
           IF WS-RUN-MODE = 'S'
               MOVE 'SUPPLEMENTAL PAY REVIEW' TO HDR-TITLE
           END-IF
           WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-HEADER
           IF WS-RUN-MODE = 'S'
               MOVE WS-SUPP-MAX-GROSS TO HDR-SUPP-MAX
               MOVE WS-MAX-HOURS TO HDR-SUPP-HOURS
               WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-SUPP-LIMITS
           ELSE
               MOVE WS-GROSS-PCT TO HDR-GROSS-PCT
               MOVE WS-NET-PCT TO HDR-NET-PCT
               MOVE WS-MAX-HOURS TO HDR-MAX-HOURS
               WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-LIMITS
           END-IF
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-COLUMNS

           PERFORM VARYING WS-ET-IDX FROM 1 BY 1
                   UNTIL WS-ET-IDX > WS-ET-COUNT
               PERFORM REVIEW-ONE-EMPLOYEE
           END-PERFORM
           PERFORM REVIEW-BANK-ACCOUNTS

           PERFORM DECIDE-REVIEW-RESULT
           PERFORM WRITE-REVIEW-SUMMARY
           CLOSE REVIEW-REPORT-FILE
           PERFORM WRITE-REVIEW-LOG

           IF WS-REVIEW-RESULT = 'H'
               MOVE 'H' TO WS-RUN-ACTION
           ELSE
               MOVE 'C' TO WS-RUN-ACTION
               PERFORM SAVE-BANK-PRIOR
           END-IF
           MOVE WS-REVIEW-STEP TO WS-RUN-PROGRAM
           MOVE WS-PAYROLL-COUNT TO WS-RUN-COUNT
           MOVE WS-PAYROLL-GROSS TO WS-RUN-GROSS
           MOVE WS-PAYROLL-NET TO WS-RUN-NET
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT

           DISPLAY 'PAYREVIEW: ' WS-REVIEWED-COUNT ' payment(s) '
               'reviewed, ' WS-EXCEPTION-COUNT ' exception(s) - '
               RVR-RESULT
           IF WS-REVIEW-RESULT = 'H'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-PERIOD-CONTROL.
           PERFORM READ-RUN-PARM
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open PAYCAL.DAT (status '
                   WS-CAL-STATUS ') - review period comes from the '
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
           END-IF
           COMPUTE WS-PERIOD-KEY =
               WS-PERIOD-YEAR * 100 + WS-PERIOD-NBR.

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

       READ-REVIEW-PARM.
           OPEN INPUT REVIEW-PARM-FILE
           IF WS-RVP-STATUS NOT = '35'
               READ REVIEW-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RV-GROSS-PCT NUMERIC AND RV-GROSS-PCT > 0
                           MOVE RV-GROSS-PCT TO WS-GROSS-PCT
                       END-IF
                       IF RV-NET-PCT NUMERIC AND RV-NET-PCT > 0
                           MOVE RV-NET-PCT TO WS-NET-PCT
                       END-IF
                       IF RV-MAX-HOURS NUMERIC AND RV-MAX-HOURS > 0
                           MOVE RV-MAX-HOURS TO WS-MAX-HOURS
                       END-IF
                       IF RV-SUPP-MAX-GROSS NUMERIC
                               AND RV-SUPP-MAX-GROSS > 0
                           MOVE RV-SUPP-MAX-GROSS TO WS-SUPP-MAX-GROSS
                       END-IF
                       IF RV-SIGNOFF-MODE NOT = 'S'
                           MOVE 'R' TO RV-SIGNOFF-MODE
                       END-IF
                       IF RV-SIGNOFF-USER NOT = SPACES
                           IF RV-SIGNOFF-YEAR = WS-PERIOD-YEAR
                                   AND RV-SIGNOFF-PERIOD = WS-PERIOD-NBR
                                   AND RV-SIGNOFF-GROUP = WS-RUN-GROUP
                                   AND RV-SIGNOFF-MODE = WS-RUN-MODE
                               MOVE RV-SIGNOFF-USER TO WS-SIGNOFF-USER
                           ELSE
                               DISPLAY 'WARNING: REVIEW.PRM sign-off '
                                   'by ' RV-SIGNOFF-USER ' is for '
                                   'another period, group or run '
                                   'type - ignored'
                           END-IF
                       END-IF
               END-READ
               CLOSE REVIEW-PARM-FILE
           END-IF.

       VERIFY-PRIOR-STEP.
           MOVE 'G' TO WS-RUN-ACTION
           MOVE WS-PAYROLL-STEP TO WS-RUN-PROGRAM
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT
           IF WS-RUN-RESULT NOT = 'Y'
               DISPLAY 'FATAL: ' WS-PAYROLL-STEP ' run has not '
                   'completed for period ' WS-PERIOD-YEAR '-'
                   WS-PERIOD-NBR ' pay group ' WS-RUN-GROUP
                   ' per RUNCTL.DAT - run PayrollSystem first'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-COUNT TO WS-PAYROLL-COUNT
           MOVE WS-RUN-GROSS TO WS-PAYROLL-GROSS
           MOVE WS-RUN-NET TO WS-PAYROLL-NET.

       LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open EMPLOYEES.DAT (status '
                   WS-EMP-STATUS ') - aborting review'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EMP-EOF = 'Y'
               READ EMPLOYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-EMP-EOF
                   NOT AT END
                       MOVE EMP-ID TO PH-EMP-ID
                       PERFORM ADD-EMPLOYEE-ENTRY
                       MOVE EMP-NAME TO WS-ET-EMP-NAME (WS-ET-COUNT)
                       MOVE EMP-STATUS TO WS-ET-STATUS (WS-ET-COUNT)
                       MOVE EMP-PAY-GROUP
                           TO WS-ET-PAY-GROUP (WS-ET-COUNT)
                       MOVE 'Y' TO WS-ET-ON-MASTER (WS-ET-COUNT)
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       ADD-EMPLOYEE-ENTRY.
           IF WS-ET-COUNT < 1000
               ADD 1 TO WS-ET-COUNT
               MOVE PH-EMP-ID TO WS-ET-EMP-ID (WS-ET-COUNT)
               MOVE SPACES TO WS-ET-EMP-NAME (WS-ET-COUNT)
               MOVE SPACE TO WS-ET-STATUS (WS-ET-COUNT)
               MOVE SPACES TO WS-ET-PAY-GROUP (WS-ET-COUNT)
               MOVE 'N' TO WS-ET-ON-MASTER (WS-ET-COUNT)
               MOVE 'N' TO WS-ET-CUR-FOUND (WS-ET-COUNT)
               MOVE 0 TO WS-ET-CUR-GROSS (WS-ET-COUNT)
               MOVE 0 TO WS-ET-CUR-NET (WS-ET-COUNT)
               MOVE 0 TO WS-ET-CUR-HOURS (WS-ET-COUNT)
               MOVE 'N' TO WS-ET-PREV-FOUND (WS-ET-COUNT)
               MOVE 0 TO WS-ET-PREV-KEY (WS-ET-COUNT)
               MOVE 0 TO WS-ET-PREV-GROSS (WS-ET-COUNT)
               MOVE 0 TO WS-ET-PREV-NET (WS-ET-COUNT)
           ELSE
               DISPLAY 'FATAL: review employee table full (1000) - '
                   PH-EMP-ID ' could not be reviewed'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-PAY-HISTORY.
           IF WS-RUN-MODE = 'S'
               PERFORM COUNT-SUPP-HISTORY
           END-IF
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open PAYHIST.DAT (status '
                   WS-HIST-STATUS ') - nothing to review'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       PERFORM POST-PAY-HISTORY
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE.

       COUNT-SUPP-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open PAYHIST.DAT (status '
                   WS-HIST-STATUS ') - nothing to review'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF PH-RUN-TYPE = 'S'
                               AND PH-PERIOD-YEAR = WS-PERIOD-YEAR
                               AND PH-PERIOD-NBR = WS-PERIOD-NBR
                               AND PH-PAY-GROUP = WS-RUN-GROUP
                           ADD 1 TO WS-SUPP-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           MOVE 'N' TO WS-HIST-EOF
           IF WS-SUPP-TOTAL < WS-PAYROLL-COUNT
               DISPLAY 'FATAL: PAYHIST.DAT holds ' WS-SUPP-TOTAL
                   ' supplemental entries for period ' WS-PERIOD-YEAR
                   '-' WS-PERIOD-NBR ' but PAYSUPP paid '
                   WS-PAYROLL-COUNT ' - rerun PayrollSystem'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-SUPP-SKIP = WS-SUPP-TOTAL - WS-PAYROLL-COUNT.

       POST-PAY-HISTORY.
           COMPUTE WS-PH-PERIOD-KEY =
               PH-PERIOD-YEAR * 100 + PH-PERIOD-NBR
           IF WS-RUN-MODE = 'S'
               PERFORM POST-SUPP-HISTORY
           ELSE
               IF PH-RUN-TYPE NOT = 'S'
                       AND (WS-PH-PERIOD-KEY < WS-PERIOD-KEY
                       OR (WS-PH-PERIOD-KEY = WS-PERIOD-KEY
                           AND PH-PAY-GROUP = WS-RUN-GROUP))
                   IF WS-PH-PERIOD-KEY = WS-PERIOD-KEY
                       MOVE 'Y' TO WS-PH-CURRENT
                   ELSE
                       MOVE 'N' TO WS-PH-CURRENT
                   END-IF
                   PERFORM POST-PAY-HISTORY-ENTRY
               END-IF
           END-IF.

       POST-SUPP-HISTORY.
           IF PH-RUN-TYPE = 'S'
               IF WS-PH-PERIOD-KEY = WS-PERIOD-KEY
                       AND PH-PAY-GROUP = WS-RUN-GROUP
                   ADD 1 TO WS-SUPP-SEQ
                   IF WS-SUPP-SEQ > WS-SUPP-SKIP
                       MOVE 'Y' TO WS-PH-CURRENT
                       PERFORM POST-PAY-HISTORY-ENTRY
                   END-IF
               END-IF
           ELSE
               IF WS-PH-PERIOD-KEY < WS-PERIOD-KEY
                       OR (WS-PH-PERIOD-KEY = WS-PERIOD-KEY
                           AND PH-PAY-GROUP = WS-RUN-GROUP)
                   MOVE 'N' TO WS-PH-CURRENT
                   PERFORM POST-PAY-HISTORY-ENTRY
               END-IF
           END-IF.

       POST-PAY-HISTORY-ENTRY.
           MOVE 0 TO WS-ET-FOUND-IDX
           PERFORM VARYING WS-ET-IDX FROM 1 BY 1
                   UNTIL WS-ET-IDX > WS-ET-COUNT
                      OR WS-ET-FOUND-IDX > 0
               IF WS-ET-EMP-ID (WS-ET-IDX) = PH-EMP-ID
                   MOVE WS-ET-IDX TO WS-ET-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-ET-FOUND-IDX = 0
               PERFORM ADD-EMPLOYEE-ENTRY
               MOVE WS-ET-COUNT TO WS-ET-FOUND-IDX
           END-IF
           IF WS-PH-CURRENT = 'Y'
               MOVE 'Y' TO WS-ET-CUR-FOUND (WS-ET-FOUND-IDX)
               MOVE PH-GROSS TO WS-ET-CUR-GROSS (WS-ET-FOUND-IDX)
               MOVE PH-NET TO WS-ET-CUR-NET (WS-ET-FOUND-IDX)
               COMPUTE WS-ET-CUR-HOURS (WS-ET-FOUND-IDX) =
                   PH-REG-HOURS + PH-OT-HOURS
           ELSE
               IF WS-PH-PERIOD-KEY >= WS-ET-PREV-KEY (WS-ET-FOUND-IDX)
                   MOVE 'Y' TO WS-ET-PREV-FOUND (WS-ET-FOUND-IDX)
                   MOVE WS-PH-PERIOD-KEY
                       TO WS-ET-PREV-KEY (WS-ET-FOUND-IDX)
                   MOVE PH-GROSS TO WS-ET-PREV-GROSS (WS-ET-FOUND-IDX)
                   MOVE PH-NET TO WS-ET-PREV-NET (WS-ET-FOUND-IDX)
               END-IF
           END-IF.

       LOAD-BANK-ACCOUNTS.
           OPEN INPUT BANK-ACCOUNT-FILE
           IF WS-BANK-STATUS = '35'
               MOVE 'Y' TO WS-BANK-EOF
           END-IF
           PERFORM UNTIL WS-BANK-EOF = 'Y'
               READ BANK-ACCOUNT-FILE
                   AT END
                       MOVE 'Y' TO WS-BANK-EOF
                   NOT AT END
                       IF WS-BA-COUNT < 500
                           ADD 1 TO WS-BA-COUNT
                           MOVE BA-EMP-ID TO WS-BA-EMP-ID (WS-BA-COUNT)
                           MOVE BA-ROUTING
                               TO WS-BA-ROUTING (WS-BA-COUNT)
                           MOVE BA-ACCOUNT
                               TO WS-BA-ACCOUNT (WS-BA-COUNT)
                       ELSE
                           DISPLAY 'FATAL: bank account table full '
                               '(500) - account for ' BA-EMP-ID
                               ' could not be reviewed'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BANK-STATUS NOT = '35'
               CLOSE BANK-ACCOUNT-FILE
           END-IF.

       LOAD-BANK-PRIOR.
           OPEN INPUT BANK-PRIOR-FILE
           IF WS-BKP-STATUS = '35'
               MOVE 'Y' TO WS-BKP-EOF
           ELSE
               MOVE 'Y' TO WS-BKP-PRESENT
           END-IF
           PERFORM UNTIL WS-BKP-EOF = 'Y'
               READ BANK-PRIOR-FILE
                   AT END
                       MOVE 'Y' TO WS-BKP-EOF
                   NOT AT END
                       IF WS-BP-COUNT < 500
                           ADD 1 TO WS-BP-COUNT
                           MOVE BANK-PRIOR-RECORD
                               TO WS-BP-ENTRY (WS-BP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BKP-STATUS NOT = '35'
               CLOSE BANK-PRIOR-FILE
           END-IF.

       REVIEW-ONE-EMPLOYEE.
           IF WS-ET-CUR-FOUND (WS-ET-IDX) = 'Y'
               ADD 1 TO WS-REVIEWED-COUNT
               IF WS-ET-PREV-FOUND (WS-ET-IDX) = 'N'
                   PERFORM FLAG-FIRST-PAY
               ELSE
                   IF WS-RUN-MODE NOT = 'S'
                       PERFORM CHECK-GROSS-SWING
                       PERFORM CHECK-NET-SWING
                   END-IF
               END-IF
               IF WS-RUN-MODE = 'S'
                       AND WS-ET-CUR-GROSS (WS-ET-IDX)
                           > WS-SUPP-MAX-GROSS
                   PERFORM FLAG-OVER-LIMIT
               END-IF
               IF WS-ET-CUR-HOURS (WS-ET-IDX) > WS-MAX-HOURS
                   PERFORM FLAG-HIGH-HOURS
               END-IF
           ELSE
               IF WS-RUN-MODE NOT = 'S'
                       AND WS-ET-ON-MASTER (WS-ET-IDX) = 'Y'
                       AND WS-ET-STATUS (WS-ET-IDX) NOT = 'T'
                       AND WS-ET-PAY-GROUP (WS-ET-IDX) = WS-RUN-GROUP
                   PERFORM FLAG-MISSING-FROM-RUN
               END-IF
           END-IF.

       SET-DETAIL-EMPLOYEE.
           MOVE SPACES TO WS-REVIEW-DETAIL
           MOVE WS-ET-EMP-ID (WS-ET-IDX) TO RVD-EMP-ID
           MOVE WS-ET-EMP-NAME (WS-ET-IDX) TO RVD-EMP-NAME
           ADD 1 TO WS-EXCEPTION-COUNT.

       FLAG-FIRST-PAY.
           PERFORM SET-DETAIL-EMPLOYEE
           MOVE 'FIRST-TIME PAY' TO RVD-EXCEPTION
           MOVE WS-ET-CUR-GROSS (WS-ET-IDX) TO RVD-CURRENT
           MOVE 0 TO RVD-PREVIOUS
           MOVE 'No prior PAYHIST entry' TO RVD-DETAIL
           WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-DETAIL
           ADD 1 TO WS-FIRST-FLAGS.

       CHECK-GROSS-SWING.
           IF WS-ET-CUR-GROSS (WS-ET-IDX) > WS-ET-PREV-GROSS (WS-ET-IDX)
               COMPUTE WS-SWING-AMOUNT = WS-ET-CUR-GROSS (WS-ET-IDX)
                   - WS-ET-PREV-GROSS (WS-ET-IDX)
           ELSE
               COMPUTE WS-SWING-AMOUNT = WS-ET-PREV-GROSS (WS-ET-IDX)
                   - WS-ET-CUR-GROSS (WS-ET-IDX)
           END-IF
           IF WS-ET-PREV-GROSS (WS-ET-IDX) > 0
               COMPUTE WS-SWING-PCT ROUNDED = WS-SWING-AMOUNT * 100
                   / WS-ET-PREV-GROSS (WS-ET-IDX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-SWING-PCT
               END-COMPUTE
           ELSE
               IF WS-SWING-AMOUNT > 0
                   MOVE 99999.99 TO WS-SWING-PCT
               ELSE
                   MOVE 0 TO WS-SWING-PCT
               END-IF
           END-IF
           IF WS-SWING-PCT > WS-GROSS-PCT
               PERFORM SET-DETAIL-EMPLOYEE
               MOVE 'GROSS PAY SWING' TO RVD-EXCEPTION
               MOVE WS-ET-CUR-GROSS (WS-ET-IDX) TO RVD-CURRENT
               MOVE WS-ET-PREV-GROSS (WS-ET-IDX) TO RVD-PREVIOUS
               MOVE WS-SWING-PCT TO RVS-PCT
               MOVE WS-REVIEW-SWING-DETAIL TO RVD-DETAIL
               WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-DETAIL
               ADD 1 TO WS-GROSS-FLAGS
           END-IF.

       CHECK-NET-SWING.
           IF WS-ET-CUR-NET (WS-ET-IDX) > WS-ET-PREV-NET (WS-ET-IDX)
               COMPUTE WS-SWING-AMOUNT = WS-ET-CUR-NET (WS-ET-IDX)
                   - WS-ET-PREV-NET (WS-ET-IDX)
           ELSE
               COMPUTE WS-SWING-AMOUNT = WS-ET-PREV-NET (WS-ET-IDX)
                   - WS-ET-CUR-NET (WS-ET-IDX)
           END-IF
           IF WS-ET-PREV-NET (WS-ET-IDX) > 0
               COMPUTE WS-SWING-PCT ROUNDED = WS-SWING-AMOUNT * 100
                   / WS-ET-PREV-NET (WS-ET-IDX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-SWING-PCT
               END-COMPUTE
           ELSE
               IF WS-SWING-AMOUNT > 0
                   MOVE 99999.99 TO WS-SWING-PCT
               ELSE
                   MOVE 0 TO WS-SWING-PCT
               END-IF
           END-IF
           IF WS-SWING-PCT > WS-NET-PCT
               PERFORM SET-DETAIL-EMPLOYEE
               MOVE 'NET PAY SWING' TO RVD-EXCEPTION
               MOVE WS-ET-CUR-NET (WS-ET-IDX) TO RVD-CURRENT
               MOVE WS-ET-PREV-NET (WS-ET-IDX) TO RVD-PREVIOUS
               MOVE WS-SWING-PCT TO RVS-PCT
               MOVE WS-REVIEW-SWING-DETAIL TO RVD-DETAIL
               WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-DETAIL
               ADD 1 TO WS-NET-FLAGS
           END-IF.

       FLAG-OVER-LIMIT.
           PERFORM SET-DETAIL-EMPLOYEE
           MOVE 'SUPPLEMENTAL OVER LIMIT' TO RVD-EXCEPTION
           MOVE WS-ET-CUR-GROSS (WS-ET-IDX) TO RVD-CURRENT
           MOVE WS-ET-PREV-GROSS (WS-ET-IDX) TO RVD-PREVIOUS
           MOVE WS-SUPP-MAX-GROSS TO RVM-LIMIT
           MOVE WS-REVIEW-LIMIT-DETAIL TO RVD-DETAIL
           WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-DETAIL
           ADD 1 TO WS-LIMIT-FLAGS.

       FLAG-HIGH-HOURS.
           PERFORM SET-DETAIL-EMPLOYEE
           MOVE 'UNUSUALLY HIGH HOURS' TO RVD-EXCEPTION
           MOVE WS-ET-CUR-GROSS (WS-ET-IDX) TO RVD-CURRENT
           MOVE WS-ET-PREV-GROSS (WS-ET-IDX) TO RVD-PREVIOUS
           MOVE WS-ET-CUR-HOURS (WS-ET-IDX) TO RVH-HOURS
           MOVE WS-REVIEW-HOURS-DETAIL TO RVD-DETAIL
           WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-DETAIL
           ADD 1 TO WS-HOURS-FLAGS.

       FLAG-MISSING-FROM-RUN.
           PERFORM SET-DETAIL-EMPLOYEE
           MOVE 'ACTIVE - MISSING FROM RUN' TO RVD-EXCEPTION
           MOVE 0 TO RVD-CURRENT
           MOVE WS-ET-PREV-GROSS (WS-ET-IDX) TO RVD-PREVIOUS
           MOVE 'No PAYHIST entry this period' TO RVD-DETAIL
           WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-DETAIL
           ADD 1 TO WS-MISSING-FLAGS.

       REVIEW-BANK-ACCOUNTS.
           PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                   UNTIL WS-BA-IDX > WS-BA-COUNT
               MOVE 'N' TO WS-BA-MATCH
               PERFORM VARYING WS-BA-IDX2 FROM 1 BY 1
                       UNTIL WS-BA-IDX2 > WS-BA-COUNT
                          OR WS-BA-MATCH = 'Y'
                   IF WS-BA-ROUTING (WS-BA-IDX2)
                           = WS-BA-ROUTING (WS-BA-IDX)
                           AND WS-BA-ACCOUNT (WS-BA-IDX2)
                           = WS-BA-ACCOUNT (WS-BA-IDX)
                           AND WS-BA-EMP-ID (WS-BA-IDX2)
                           NOT = WS-BA-EMP-ID (WS-BA-IDX)
                       MOVE 'Y' TO WS-BA-MATCH
                   END-IF
               END-PERFORM
               IF WS-BA-MATCH = 'Y'
                   MOVE 'SHARED BANK ACCOUNT' TO RVD-EXCEPTION
                   PERFORM FLAG-BANK-ACCOUNT
                   ADD 1 TO WS-SHARED-FLAGS
               END-IF
               IF WS-BKP-PRESENT = 'Y'
                   MOVE 'N' TO WS-BA-MATCH
                   PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                           UNTIL WS-BP-IDX > WS-BP-COUNT
                              OR WS-BA-MATCH = 'Y'
                       IF WS-BP-EMP-ID (WS-BP-IDX)
                               = WS-BA-EMP-ID (WS-BA-IDX)
                               AND WS-BP-ROUTING (WS-BP-IDX)
                               = WS-BA-ROUTING (WS-BA-IDX)
                               AND WS-BP-ACCOUNT (WS-BP-IDX)
                               = WS-BA-ACCOUNT (WS-BA-IDX)
                           MOVE 'Y' TO WS-BA-MATCH
                       END-IF
                   END-PERFORM
                   IF WS-BA-MATCH = 'N'
                       MOVE 'BANK ACCOUNT CHANGED' TO RVD-EXCEPTION
                       PERFORM FLAG-BANK-ACCOUNT
                       ADD 1 TO WS-CHANGED-FLAGS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BKP-PRESENT = 'N'
               MOVE SPACES TO WS-REVIEW-NOTE-LINE
               MOVE 'NOTE: REVBANK.DAT not found - bank account change '
                   & 'check starts with the next review'
                   TO RVN-TEXT
               WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-NOTE-LINE
           END-IF.

       FLAG-BANK-ACCOUNT.
           MOVE 0 TO WS-ET-FOUND-IDX
           PERFORM VARYING WS-ET-IDX FROM 1 BY 1
                   UNTIL WS-ET-IDX > WS-ET-COUNT
                      OR WS-ET-FOUND-IDX > 0
               IF WS-ET-EMP-ID (WS-ET-IDX) = WS-BA-EMP-ID (WS-BA-IDX)
                   MOVE WS-ET-IDX TO WS-ET-FOUND-IDX
               END-IF
           END-PERFORM
           MOVE RVD-EXCEPTION TO RVN-TEXT
           MOVE SPACES TO WS-REVIEW-DETAIL
           MOVE RVN-TEXT TO RVD-EXCEPTION
           MOVE WS-BA-EMP-ID (WS-BA-IDX) TO RVD-EMP-ID
           IF WS-ET-FOUND-IDX > 0
               MOVE WS-ET-EMP-NAME (WS-ET-FOUND-IDX) TO RVD-EMP-NAME
           END-IF
           MOVE 0 TO RVD-CURRENT
           MOVE 0 TO RVD-PREVIOUS
           MOVE WS-BA-ROUTING (WS-BA-IDX) TO RVB-ROUTING
           MOVE WS-BA-ACCOUNT (WS-BA-IDX) TO RVB-ACCOUNT
           MOVE WS-REVIEW-BANK-DETAIL TO RVD-DETAIL
           WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-DETAIL
           ADD 1 TO WS-EXCEPTION-COUNT.

       DECIDE-REVIEW-RESULT.
           EVALUATE TRUE
               WHEN WS-EXCEPTION-COUNT = 0
                   MOVE 'P' TO WS-REVIEW-RESULT
                   MOVE 'PASSED - NO EXCEPTIONS' TO RVR-RESULT
               WHEN WS-SIGNOFF-USER NOT = SPACES
                   MOVE 'S' TO WS-REVIEW-RESULT
                   MOVE SPACES TO RVR-RESULT
                   STRING 'SIGNED OFF BY ' WS-SIGNOFF-USER
                       DELIMITED BY SIZE INTO RVR-RESULT
               WHEN OTHER
                   MOVE 'H' TO WS-REVIEW-RESULT
                   MOVE 'ON HOLD - SIGN-OFF REQUIRED' TO RVR-RESULT
           END-EVALUATE.

       WRITE-REVIEW-SUMMARY.
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE 'Payments Reviewed:' TO RVT-LABEL
           MOVE WS-REVIEWED-COUNT TO RVT-COUNT
           WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-SUMMARY
           IF WS-RUN-MODE = 'S'
               MOVE 'Supplemental Over Limit:' TO RVT-LABEL
               MOVE WS-LIMIT-FLAGS TO RVT-COUNT
               WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-SUMMARY
           ELSE
               MOVE 'Gross Pay Swings:' TO RVT-LABEL
               MOVE WS-GROSS-FLAGS TO RVT-COUNT
               WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-SUMMARY
               MOVE 'Net Pay Swings:' TO RVT-LABEL
               MOVE WS-NET-FLAGS TO RVT-COUNT
               WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-SUMMARY
           END-IF
           MOVE 'High Hours:' TO RVT-LABEL
           MOVE WS-HOURS-FLAGS TO RVT-COUNT
           WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-SUMMARY
           MOVE 'First-Time Pays:' TO RVT-LABEL
           MOVE WS-FIRST-FLAGS TO RVT-COUNT
           WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-SUMMARY
           IF WS-RUN-MODE NOT = 'S'
               MOVE 'Active Missing From Run:' TO RVT-LABEL
               MOVE WS-MISSING-FLAGS TO RVT-COUNT
               WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-SUMMARY
           END-IF
           MOVE 'Shared Bank Accounts:' TO RVT-LABEL
           MOVE WS-SHARED-FLAGS TO RVT-COUNT
           WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-SUMMARY
           MOVE 'Changed Bank Accounts:' TO RVT-LABEL
           MOVE WS-CHANGED-FLAGS TO RVT-COUNT
           WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-SUMMARY
           MOVE 'Total Exceptions:' TO RVT-LABEL
           MOVE WS-EXCEPTION-COUNT TO RVT-COUNT
           WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-SUMMARY
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE FROM WS-REVIEW-RESULT-LINE.

       WRITE-REVIEW-LOG.
           OPEN EXTEND REVIEW-LOG-FILE
           IF WS-RVL-STATUS = '35'
               OPEN OUTPUT REVIEW-LOG-FILE
           END-IF
           IF WS-RVL-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open REVIEWLOG.DAT (status '
                   WS-RVL-STATUS ') - review result not recorded'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CD-DATE TO RL-DATE
           MOVE WS-CD-TIME TO RL-TIME
           MOVE WS-RUN-GROUP TO RL-PAY-GROUP
           MOVE WS-PERIOD-YEAR TO RL-YEAR
           MOVE WS-PERIOD-NBR TO RL-PERIOD-NBR
           MOVE WS-REVIEW-RESULT TO RL-RESULT
           IF WS-REVIEW-RESULT = 'S'
               MOVE WS-SIGNOFF-USER TO RL-USER-ID
           ELSE
               MOVE SPACES TO RL-USER-ID
           END-IF
           MOVE WS-EXCEPTION-COUNT TO RL-EXCEPTIONS
           MOVE WS-PAYROLL-COUNT TO RL-PAY-COUNT
           MOVE WS-PAYROLL-GROSS TO RL-GROSS
           MOVE WS-PAYROLL-NET TO RL-NET
           MOVE WS-RUN-MODE TO RL-RUN-TYPE
           WRITE REVIEW-LOG-RECORD
           CLOSE REVIEW-LOG-FILE.

       SAVE-BANK-PRIOR.
           OPEN OUTPUT BANK-PRIOR-FILE
           IF WS-BKP-STATUS NOT = '00'
               DISPLAY 'WARNING: cannot rewrite REVBANK.DAT (status '
                   WS-BKP-STATUS ') - next review compares against '
                   'the older snapshot'
           ELSE
               PERFORM VARYING WS-BA-IDX FROM 1 BY 1
                       UNTIL WS-BA-IDX > WS-BA-COUNT
                   WRITE BANK-PRIOR-RECORD FROM WS-BA-ENTRY (WS-BA-IDX)
               END-PERFORM
               CLOSE BANK-PRIOR-FILE
           END-IF.
