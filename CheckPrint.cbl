       IDENTIFICATION DIVISION.
       PROGRAM-ID. CheckPrint.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 22-AUG-2026.
           05 CR-CHECK-DATE    PIC X(8).
           05 CR-STATUS        PIC X.
           05 CR-CLEARED-DATE  PIC X(8).
           05 CR-PP-ISSUE-SENT PIC X.
           05 CR-PP-CANCEL-SENT PIC X.
           05 CR-PP-FILE-NBR   PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-PP-STATUS        PIC XX.
       01  WS-RUN-GROSS        PIC 9(9)V99 VALUE 0.
       01  WS-RUN-NET          PIC 9(9)V99 VALUE 0.
       01  WS-RUN-RESULT       PIC X VALUE 'N'.
       01  WS-RUN-MODE         PIC X VALUE 'R'.
       01  WS-PAYROLL-STEP     PIC X(12) VALUE 'PAYROLL'.
       01  WS-REVIEW-STEP      PIC X(12) VALUE 'PAYREVIEW'.
       01  WS-PRINT-STEP       PIC X(12) VALUE 'CHECKPRINT'.
       01  WS-PAYROLL-COUNT    PIC 9(6) VALUE 0.
       01  WS-PAYROLL-GROSS    PIC 9(9)V99 VALUE 0.
       01  WS-PAYROLL-NET      PIC 9(9)V99 VALUE 0.

       01  WS-AMT-DOLLARS      PIC 9(9) VALUE 0.
       01  WS-AMT-CENTS        PIC 9(2) VALUE 0.
                           MOVE PC-PERIOD-END TO WS-CHECK-DATE
                           MOVE PC-YEAR TO WS-PERIOD-YEAR
                           MOVE PC-PERIOD-NBR TO WS-PERIOD-NBR
                           IF PC-RUN-MODE = 'S'
                               MOVE 'S' TO WS-RUN-MODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                   'the group in PAYRUN.PRM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-MODE = 'S'
               MOVE 'PAYSUPP' TO WS-PAYROLL-STEP
               MOVE 'REVSUPP' TO WS-REVIEW-STEP
               MOVE 'CHECKSUPP' TO WS-PRINT-STEP
           END-IF.

       READ-RUN-PARM.

       VERIFY-PRIOR-STEP.
           MOVE 'V' TO WS-RUN-ACTION
           MOVE WS-PAYROLL-STEP TO WS-RUN-PROGRAM
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT
                   'run PayrollSystem first'
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
           MOVE WS-PRINT-STEP TO WS-RUN-PROGRAM
           MOVE 0 TO WS-RUN-COUNT
           MOVE 0 TO WS-RUN-GROSS
           MOVE 0 TO WS-RUN-NET

       RECORD-RUN-COMPLETE.
           MOVE 'C' TO WS-RUN-ACTION
           MOVE WS-PRINT-STEP TO WS-RUN-PROGRAM
           MOVE WS-CHECK-COUNT TO WS-RUN-COUNT
           MOVE 0 TO WS-RUN-GROSS
           MOVE WS-CHECK-TOTAL TO WS-RUN-NET
           MOVE WS-CHECK-DATE TO CR-CHECK-DATE
           MOVE 'O' TO CR-STATUS
           MOVE SPACES TO CR-CLEARED-DATE
           MOVE SPACE TO CR-PP-ISSUE-SENT
           MOVE SPACE TO CR-PP-CANCEL-SENT
           MOVE 0 TO CR-PP-FILE-NBR
           WRITE CHECK-REGISTER-RECORD

           ADD 1 TO WS-CHECK-COUNT
           MOVE WS-CHECK-DATE TO CR-CHECK-DATE
           MOVE SPACE TO CR-STATUS
           MOVE SPACES TO CR-CLEARED-DATE
           MOVE SPACE TO CR-PP-ISSUE-SENT
           MOVE SPACE TO CR-PP-CANCEL-SENT
           MOVE 0 TO CR-PP-FILE-NBR
           WRITE CHECK-REGISTER-RECORD.

       CONVERT-AMOUNT-TO-WORDS.
