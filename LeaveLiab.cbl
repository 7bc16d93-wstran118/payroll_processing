       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeaveLiab.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO 'LEAVEBAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVB-STATUS.
           SELECT LIABILITY-REPORT-FILE ASSIGN TO 'LEAVELIAB.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           COPY 'EMPREC.cpy'.

       FD  LEAVE-BALANCE-FILE.
           COPY 'LEAVEBAL.cpy'.

       FD  LIABILITY-REPORT-FILE.
       01  LIABILITY-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS       PIC XX.
       01  WS-LVB-STATUS       PIC XX.
       01  WS-EMP-EOF          PIC X VALUE 'N'.
       01  WS-LVB-EOF          PIC X VALUE 'N'.

       01  WS-CURRENT-DATETIME.
           05 WS-CD-DATE       PIC X(8).
           05 WS-CD-TIME       PIC X(6).
           05 FILLER           PIC X(7).

       01  WS-EMP-COUNT        PIC 9(4) VALUE 0.
       01  WS-EMP-IDX          PIC 9(4).
       01  WS-EMP-FOUND-IDX    PIC 9(4) VALUE 0.
       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 1000 TIMES.
              10 WS-ET-EMP-ID  PIC X(5).
              10 WS-ET-EMP-NAME PIC X(30).
              10 WS-ET-HOURS   PIC 9(3)V99.
              10 WS-ET-RATE    PIC 9(3)V99.
              10 WS-ET-DEPT-CODE PIC X(4).
              10 WS-ET-PAY-BASIS PIC X.
              10 WS-ET-SALARY  PIC 9(5)V99.

       01  WS-HOURLY-RATE      PIC 9(5)V99.
       01  WS-VAC-VALUE        PIC 9(7)V99.
       01  WS-SICK-VALUE       PIC 9(7)V99.

       01  WS-BALANCES-READ    PIC 9(6) VALUE 0.
       01  WS-VALUED-COUNT     PIC 9(6) VALUE 0.
       01  WS-FLAGGED-COUNT    PIC 9(6) VALUE 0.
       01  WS-MISSING-COUNT    PIC 9(6) VALUE 0.
       01  WS-TOTAL-VAC-HOURS  PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-SICK-HOURS PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-VAC-VALUE  PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-SICK-VALUE PIC 9(9)V99 VALUE 0.

       01  WS-LIAB-HEADER.
           05 FILLER           PIC X(30) VALUE
              'LEAVE LIABILITY REPORT'.
           05 FILLER           PIC X(10) VALUE 'Run Date: '.
           05 HDR-RUN-DATE     PIC X(8).

       01  WS-LIAB-COLUMNS.
           05 FILLER           PIC X(7) VALUE 'Emp'.
           05 FILLER           PIC X(22) VALUE 'Name'.
           05 FILLER           PIC X(6) VALUE 'Dept'.
           05 FILLER           PIC X(5) VALUE 'Pol'.
           05 FILLER           PIC X(10) VALUE '   Vac Hrs'.
           05 FILLER           PIC X(10) VALUE '  Sick Hrs'.
           05 FILLER           PIC X(10) VALUE '      Rate'.
           05 FILLER           PIC X(14) VALUE '     Vac Value'.
           05 FILLER           PIC X(14) VALUE '    Sick Value'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'Note'.

       01  WS-LIAB-DETAIL.
           05 LLD-EMP-ID       PIC X(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LLD-EMP-NAME     PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LLD-DEPT-CODE    PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LLD-POLICY       PIC X(4).
           05 FILLER           PIC X VALUE SPACES.
           05 LLD-VAC-HOURS    PIC Z,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LLD-SICK-HOURS   PIC Z,ZZ9.99.
           05 FILLER           PIC X VALUE SPACES.
           05 LLD-RATE         PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACES.
           05 LLD-VAC-VALUE    PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACES.
           05 LLD-SICK-VALUE   PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LLD-NOTE         PIC X(30).

       01  WS-LIAB-TOTAL-HOURS.
           05 FILLER           PIC X(20) VALUE 'Total Vac Hours: '.
           05 LLT-VAC-HOURS    PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(18) VALUE 'Total Sick Hours: '.
           05 LLT-SICK-HOURS   PIC Z,ZZZ,ZZ9.99.

       01  WS-LIAB-TOTAL-VALUE.
           05 FILLER           PIC X(20) VALUE 'Vacation Liability: '.
           05 LLT-VAC-VALUE    PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'Sick Liability: '.
           05 LLT-SICK-VALUE   PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-LIAB-TOTAL-COUNTS.
           05 FILLER           PIC X(20) VALUE 'Balances Read: '.
           05 LLT-READ         PIC ZZZ,ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'Valued: '.
           05 LLT-VALUED       PIC ZZZ,ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(12) VALUE 'Not Valued: '.
           05 LLT-FLAGGED      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           PERFORM LOAD-EMPLOYEES

           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-LVB-STATUS = '35'
               DISPLAY 'LEAVELIAB: LEAVEBAL.DAT not found - no leave '
                   'balances on file'
               STOP RUN
           END-IF
           IF WS-LVB-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open LEAVEBAL.DAT (status '
                   WS-LVB-STATUS ') - aborting run'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LIABILITY-REPORT-FILE
           MOVE WS-CD-DATE TO HDR-RUN-DATE
           WRITE LIABILITY-REPORT-LINE FROM WS-LIAB-HEADER
           MOVE SPACES TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE FROM WS-LIAB-COLUMNS

           PERFORM UNTIL WS-LVB-EOF = 'Y'
               READ LEAVE-BALANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-LVB-EOF
                   NOT AT END
                       ADD 1 TO WS-BALANCES-READ
                       PERFORM VALUE-LEAVE-BALANCE
               END-READ
           END-PERFORM
           CLOSE LEAVE-BALANCE-FILE

           PERFORM WRITE-LIABILITY-TOTALS
           CLOSE LIABILITY-REPORT-FILE

           DISPLAY 'LEAVELIAB: ' WS-BALANCES-READ ' balance(s) read, '
               WS-VALUED-COUNT ' valued, '
               WS-FLAGGED-COUNT ' not valued'
           IF WS-MISSING-COUNT > 0
               DISPLAY 'WARNING: ' WS-MISSING-COUNT ' leave balance(s) '
                   'for employees not on EMPLOYEES.DAT'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open EMPLOYEES.DAT (status '
                   WS-EMP-STATUS ') - no rates to value leave'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EMP-EOF = 'Y'
               READ EMPLOYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-EMP-EOF
                   NOT AT END
                       IF WS-EMP-COUNT < 1000
                           ADD 1 TO WS-EMP-COUNT
                           MOVE EMP-ID TO WS-ET-EMP-ID (WS-EMP-COUNT)
                           MOVE EMP-NAME
                               TO WS-ET-EMP-NAME (WS-EMP-COUNT)
                           MOVE EMP-HOURS TO WS-ET-HOURS (WS-EMP-COUNT)
                           MOVE EMP-RATE TO WS-ET-RATE (WS-EMP-COUNT)
                           MOVE DEPT-CODE
                               TO WS-ET-DEPT-CODE (WS-EMP-COUNT)
                           MOVE EMP-PAY-BASIS
                               TO WS-ET-PAY-BASIS (WS-EMP-COUNT)
                           MOVE EMP-SALARY
                               TO WS-ET-SALARY (WS-EMP-COUNT)
                       ELSE
                           DISPLAY 'WARNING: employee table full '
                               '(1000) - ' EMP-ID ' leave will show '
                               'as not on master'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       VALUE-LEAVE-BALANCE.
           MOVE SPACES TO WS-LIAB-DETAIL
           MOVE LB-EMP-ID TO LLD-EMP-ID
           MOVE LB-POLICY TO LLD-POLICY
           MOVE LB-VAC-BALANCE TO LLD-VAC-HOURS
           MOVE LB-SICK-BALANCE TO LLD-SICK-HOURS
           ADD LB-VAC-BALANCE TO WS-TOTAL-VAC-HOURS
           ADD LB-SICK-BALANCE TO WS-TOTAL-SICK-HOURS
           MOVE 0 TO WS-EMP-FOUND-IDX
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
                      OR WS-EMP-FOUND-IDX > 0
               IF WS-ET-EMP-ID (WS-EMP-IDX) = LB-EMP-ID
                   MOVE WS-EMP-IDX TO WS-EMP-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-EMP-FOUND-IDX = 0
               MOVE 'NOT ON EMPLOYEE MASTER' TO LLD-NOTE
               ADD 1 TO WS-FLAGGED-COUNT
               ADD 1 TO WS-MISSING-COUNT
           ELSE
               MOVE WS-ET-EMP-NAME (WS-EMP-FOUND-IDX) TO LLD-EMP-NAME
               MOVE WS-ET-DEPT-CODE (WS-EMP-FOUND-IDX)
                   TO LLD-DEPT-CODE
               MOVE 0 TO WS-HOURLY-RATE
               EVALUATE WS-ET-PAY-BASIS (WS-EMP-FOUND-IDX)
                   WHEN 'S'
                       IF WS-ET-HOURS (WS-EMP-FOUND-IDX) > 0
                           COMPUTE WS-HOURLY-RATE ROUNDED =
                               WS-ET-SALARY (WS-EMP-FOUND-IDX) /
                               WS-ET-HOURS (WS-EMP-FOUND-IDX)
                       ELSE
                           MOVE 'NO STANDARD HOURS - NOT VALUED'
                               TO LLD-NOTE
                       END-IF
                   WHEN 'C'
                       MOVE 'COMMISSIONED - NOT VALUED' TO LLD-NOTE
                   WHEN OTHER
                       MOVE WS-ET-RATE (WS-EMP-FOUND-IDX)
                           TO WS-HOURLY-RATE
               END-EVALUATE
               IF LLD-NOTE = SPACES
                   COMPUTE WS-VAC-VALUE ROUNDED =
                       LB-VAC-BALANCE * WS-HOURLY-RATE
                   COMPUTE WS-SICK-VALUE ROUNDED =
                       LB-SICK-BALANCE * WS-HOURLY-RATE
                   MOVE WS-HOURLY-RATE TO LLD-RATE
                   MOVE WS-VAC-VALUE TO LLD-VAC-VALUE
                   MOVE WS-SICK-VALUE TO LLD-SICK-VALUE
                   ADD WS-VAC-VALUE TO WS-TOTAL-VAC-VALUE
                   ADD WS-SICK-VALUE TO WS-TOTAL-SICK-VALUE
                   ADD 1 TO WS-VALUED-COUNT
               ELSE
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-IF
           WRITE LIABILITY-REPORT-LINE FROM WS-LIAB-DETAIL.

       WRITE-LIABILITY-TOTALS.
           MOVE SPACES TO LIABILITY-REPORT-LINE
           WRITE LIABILITY-REPORT-LINE
           MOVE WS-TOTAL-VAC-HOURS TO LLT-VAC-HOURS
           MOVE WS-TOTAL-SICK-HOURS TO LLT-SICK-HOURS
           WRITE LIABILITY-REPORT-LINE FROM WS-LIAB-TOTAL-HOURS
           MOVE WS-TOTAL-VAC-VALUE TO LLT-VAC-VALUE
           MOVE WS-TOTAL-SICK-VALUE TO LLT-SICK-VALUE
           WRITE LIABILITY-REPORT-LINE FROM WS-LIAB-TOTAL-VALUE
           MOVE WS-BALANCES-READ TO LLT-READ
           MOVE WS-VALUED-COUNT TO LLT-VALUED
           MOVE WS-FLAGGED-COUNT TO LLT-FLAGGED
           WRITE LIABILITY-REPORT-LINE FROM WS-LIAB-TOTAL-COUNTS.
