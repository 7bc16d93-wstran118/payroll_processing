       IDENTIFICATION DIVISION.
       PROGRAM-ID. PositivePay.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO 'CHECKREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
           SELECT CHECK-VOID-FILE ASSIGN TO 'CHKVOID.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CVD-STATUS.
           SELECT POSPAY-PARM-FILE ASSIGN TO 'POSPAY.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPP-STATUS.
           SELECT POSPAY-CONTROL-FILE ASSIGN TO 'POSPAYCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPC-STATUS.
           SELECT ISSUE-FILE ASSIGN TO 'POSPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISS-STATUS.
           SELECT POSPAY-LOG-FILE ASSIGN TO 'POSPAYLOG.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO 'PAYRUN.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-RECORD.
           05 CR-REC-TYPE      PIC X.
           05 CR-CHECK-NBR     PIC 9(8).
           05 CR-EMP-ID        PIC X(5).
           05 CR-EMP-NAME      PIC X(30).
           05 CR-NET-PAY       PIC 9(9)V99.
           05 CR-CHECK-DATE    PIC X(8).
           05 CR-STATUS        PIC X.
           05 CR-CLEARED-DATE  PIC X(8).
           05 CR-PP-ISSUE-SENT PIC X.
           05 CR-PP-CANCEL-SENT PIC X.
           05 CR-PP-FILE-NBR   PIC 9(6).

       FD  CHECK-VOID-FILE.
           COPY 'CHKVOID.cpy'.

       FD  POSPAY-PARM-FILE.
       01  POSPAY-PARM-RECORD.
           05 PPP-ROUTING      PIC 9(9).
           05 PPP-ACCOUNT      PIC X(17).

       FD  POSPAY-CONTROL-FILE.
       01  POSPAY-CONTROL-RECORD.
           05 PPC-LAST-FILE-NBR PIC 9(6).

       FD  ISSUE-FILE.
       01  ISSUE-HEADER-RECORD.
           05 IH-REC-TYPE      PIC X.
           05 IH-ROUTING       PIC 9(9).
           05 IH-ACCOUNT       PIC X(17).
           05 IH-FILE-NBR      PIC 9(6).
           05 IH-FILE-DATE     PIC X(8).
           05 IH-FILE-TIME     PIC X(6).
           05 FILLER           PIC X(33).
       01  ISSUE-DETAIL-RECORD.
           05 ID-REC-TYPE      PIC X.
           05 ID-ACTION        PIC X.
           05 ID-ACCOUNT       PIC X(17).
           05 ID-CHECK-NBR     PIC 9(10).
           05 ID-AMOUNT        PIC 9(10)V99.
           05 ID-ISSUE-DATE    PIC X(8).
           05 ID-PAYEE         PIC X(30).
           05 FILLER           PIC X.
       01  ISSUE-TRAILER-RECORD.
           05 IT-REC-TYPE      PIC X.
           05 IT-ISSUE-COUNT   PIC 9(6).
           05 IT-ISSUE-AMOUNT  PIC 9(11)V99.
           05 IT-CANCEL-COUNT  PIC 9(6).
           05 IT-CANCEL-AMOUNT PIC 9(11)V99.
           05 IT-RECORD-COUNT  PIC 9(6).
           05 FILLER           PIC X(35).

       FD  POSPAY-LOG-FILE.
       01  POSPAY-LOG-LINE     PIC X(132).

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
       01  WS-REG-STATUS       PIC XX.
       01  WS-CVD-STATUS       PIC XX.
       01  WS-PPP-STATUS       PIC XX.
       01  WS-PPC-STATUS       PIC XX.
       01  WS-ISS-STATUS       PIC XX.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-CAL-STATUS       PIC XX.
       01  WS-PRM-STATUS       PIC XX.
       01  WS-REG-EOF          PIC X VALUE 'N'.
       01  WS-CVD-EOF          PIC X VALUE 'N'.
       01  WS-CAL-EOF          PIC X VALUE 'N'.
       01  WS-CAL-FOUND        PIC X VALUE 'N'.
       01  WS-VOIDS-FOUND      PIC X VALUE 'N'.

       01  WS-CURRENT-DATETIME.
           05 WS-CD-DATE       PIC X(8).
           05 WS-CD-TIME       PIC X(6).
           05 FILLER           PIC X(7).

       01  WS-BANK-ROUTING     PIC 9(9) VALUE 0.
       01  WS-BANK-ACCOUNT     PIC X(17) VALUE SPACES.
       01  WS-FILE-NBR         PIC 9(6) VALUE 0.
       01  WS-ISSUE-ACTION     PIC X VALUE SPACE.

       01  WS-REG-COUNT        PIC 9(4) VALUE 0.
       01  WS-REG-OVERFLOW     PIC X VALUE 'N'.
       01  WS-REGISTER-TABLE.
           05 WS-REG-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RG-IDX.
              10 WS-RG-REC-TYPE PIC X.
              10 WS-RG-CHECK-NBR PIC 9(8).
              10 WS-RG-EMP-ID  PIC X(5).
              10 WS-RG-EMP-NAME PIC X(30).
              10 WS-RG-NET-PAY PIC 9(9)V99.
              10 WS-RG-CHECK-DATE PIC X(8).
              10 WS-RG-STATUS  PIC X.
                 88 WS-RG-OUTSTANDING VALUE 'O'.
                 88 WS-RG-CLEARED     VALUE 'C'.
                 88 WS-RG-VOIDED      VALUE 'V'.
              10 WS-RG-CLEARED-DATE PIC X(8).
              10 WS-RG-PP-ISSUE-SENT PIC X.
                 88 WS-RG-ISSUE-PENDING VALUE SPACE.
                 88 WS-RG-ISSUE-SENT    VALUE 'Y'.
              10 WS-RG-PP-CANCEL-SENT PIC X.
                 88 WS-RG-CANCEL-PENDING VALUE SPACE.
              10 WS-RG-PP-FILE-NBR PIC 9(6).

       01  WS-MATCH-FOUND      PIC X VALUE 'N'.
       01  WS-MATCH-IDX        PIC 9(4) VALUE 0.

       01  WS-ISSUE-COUNT      PIC 9(6) VALUE 0.
       01  WS-ISSUE-TOTAL      PIC 9(11)V99 VALUE 0.
       01  WS-CANCEL-COUNT     PIC 9(6) VALUE 0.
       01  WS-CANCEL-TOTAL     PIC 9(11)V99 VALUE 0.
       01  WS-RECORD-COUNT     PIC 9(6) VALUE 0.
       01  WS-NOT-SENT-COUNT   PIC 9(6) VALUE 0.
       01  WS-VOID-APPLIED     PIC 9(6) VALUE 0.
       01  WS-EXCEPTION-COUNT  PIC 9(6) VALUE 0.

       01  WS-RUN-GROUP        PIC X(2) VALUE SPACES.
       01  WS-PERIOD-YEAR      PIC 9(4) VALUE 0.
       01  WS-PERIOD-NBR       PIC 9(2) VALUE 0.
       01  WS-RUN-MODE         PIC X VALUE 'R'.
       01  WS-PRINT-STEP       PIC X(12) VALUE 'CHECKPRINT'.
       01  WS-POSPAY-STEP      PIC X(12) VALUE 'POSPAY'.
       01  WS-RUN-ACTION       PIC X.
       01  WS-RUN-PROGRAM      PIC X(12).
       01  WS-RUN-COUNT        PIC 9(6) VALUE 0.
       01  WS-RUN-GROSS        PIC 9(9)V99 VALUE 0.
       01  WS-RUN-NET          PIC 9(9)V99 VALUE 0.
       01  WS-RUN-RESULT       PIC X VALUE 'N'.

       01  WS-LOG-HEADER.
           05 FILLER           PIC X(27) VALUE
              'POSITIVE PAY TRANSMISSION  '.
           05 FILLER           PIC X(6) VALUE 'File: '.
           05 LGH-FILE-NBR     PIC 9(6).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE 'Sent: '.
           05 LGH-DATE         PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 LGH-TIME         PIC X(6).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(9) VALUE 'Account: '.
           05 LGH-ROUTING      PIC 9(9).
           05 FILLER           PIC X VALUE SPACE.
           05 LGH-ACCOUNT      PIC X(17).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'Period: '.
           05 LGH-PERIOD-YEAR  PIC 9(4).
           05 FILLER           PIC X VALUE '-'.
           05 LGH-PERIOD-NBR   PIC 9(2).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'Group: '.
           05 LGH-PAY-GROUP    PIC X(2).

       01  WS-LOG-DETAIL.
           05 LGD-ACTION       PIC X(10).
           05 FILLER           PIC X(7) VALUE 'Check: '.
           05 LGD-CHECK-NBR    PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE 'ID: '.
           05 LGD-EMP-ID       PIC X(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LGD-EMP-NAME     PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LGD-AMOUNT       PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'Dated: '.
           05 LGD-CHECK-DATE   PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LGD-NOTE         PIC X(28).

       01  WS-LOG-TRAILER.
           05 FILLER           PIC X(8) VALUE 'Issues: '.
           05 LGT-ISSUE-COUNT  PIC ZZZ,ZZ9.
           05 FILLER           PIC X VALUE SPACE.
           05 LGT-ISSUE-AMOUNT PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(9) VALUE 'Cancels: '.
           05 LGT-CANCEL-COUNT PIC ZZZ,ZZ9.
           05 FILLER           PIC X VALUE SPACE.
           05 LGT-CANCEL-AMOUNT PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(9) VALUE 'Records: '.
           05 LGT-RECORD-COUNT PIC ZZZ,ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'Not sent: '.
           05 LGT-NOT-SENT     PIC ZZZ,ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(12) VALUE 'Exceptions: '.
           05 LGT-EXCEPTIONS   PIC ZZZ,ZZ9.

       01  WS-LOG-SEPARATOR.
           05 FILLER           PIC X(132) VALUE ALL '-'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           PERFORM READ-PERIOD-CONTROL
           PERFORM VERIFY-PRIOR-STEP
           PERFORM READ-POSPAY-PARM
           PERFORM READ-POSPAY-CONTROL
           PERFORM LOAD-CHECK-REGISTER
           PERFORM RECORD-RUN-START

           OPEN OUTPUT ISSUE-FILE
           IF WS-ISS-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open POSPAY.DAT (status '
                   WS-ISS-STATUS ') - nothing sent, register left '
                   'unchanged'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND POSPAY-LOG-FILE
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT POSPAY-LOG-FILE
           END-IF

           PERFORM WRITE-LOG-HEADER
           PERFORM APPLY-CHECK-VOIDS
           PERFORM WRITE-ISSUE-HEADER
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-REG-COUNT
               IF WS-RG-REC-TYPE (WS-RG-IDX) = '1'
                   PERFORM SELECT-REGISTER-ITEM
               END-IF
           END-PERFORM
           PERFORM WRITE-ISSUE-TRAILER
           PERFORM WRITE-LOG-TRAILER

           CLOSE ISSUE-FILE
           CLOSE POSPAY-LOG-FILE

           PERFORM REWRITE-CHECK-REGISTER
           PERFORM REWRITE-POSPAY-CONTROL
           PERFORM CLEAR-CHECK-VOIDS
           PERFORM RECORD-RUN-COMPLETE

           DISPLAY 'POSITIVEPAY: file ' WS-FILE-NBR ' sent '
               WS-ISSUE-COUNT ' issue(s) and ' WS-CANCEL-COUNT
               ' cancel(s), ' WS-NOT-SENT-COUNT ' not required'
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY 'WARNING: ' WS-EXCEPTION-COUNT ' check void '
                   'notice(s) could not be applied - see POSPAYLOG.RPT'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-PERIOD-CONTROL.
           PERFORM READ-RUN-PARM
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open PAYCAL.DAT (status '
                   WS-CAL-STATUS ') - run period comes from the pay '
                   'period control record'
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
               MOVE 'CHECKSUPP' TO WS-PRINT-STEP
               MOVE 'POSSUPP' TO WS-POSPAY-STEP
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
           MOVE WS-PRINT-STEP TO WS-RUN-PROGRAM
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT
           IF WS-RUN-RESULT NOT = 'Y'
               DISPLAY 'FATAL: CheckPrint has not completed for '
                   'period ' WS-PERIOD-YEAR '-' WS-PERIOD-NBR
                   ' pay group ' WS-RUN-GROUP
                   ' per RUNCTL.DAT - CHECKREG.DAT may be incomplete; '
                   'run CheckPrint first'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-POSPAY-PARM.
           OPEN INPUT POSPAY-PARM-FILE
           IF WS-PPP-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open POSPAY.PRM (status '
                   WS-PPP-STATUS ') - the disbursement bank account '
                   'is required'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ POSPAY-PARM-FILE
               AT END
                   DISPLAY 'FATAL: POSPAY.PRM is empty - the '
                       'disbursement bank account is required'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PPP-ROUTING NOT NUMERIC OR PPP-ACCOUNT = SPACES
               DISPLAY 'FATAL: POSPAY.PRM routing or account number '
                   'is missing or invalid'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PPP-ROUTING TO WS-BANK-ROUTING
           MOVE PPP-ACCOUNT TO WS-BANK-ACCOUNT
           CLOSE POSPAY-PARM-FILE.

       READ-POSPAY-CONTROL.
           MOVE 0 TO WS-FILE-NBR
           OPEN INPUT POSPAY-CONTROL-FILE
           IF WS-PPC-STATUS = '00'
               READ POSPAY-CONTROL-FILE
                   NOT AT END
                       IF PPC-LAST-FILE-NBR NUMERIC
                           MOVE PPC-LAST-FILE-NBR TO WS-FILE-NBR
                       END-IF
               END-READ
               CLOSE POSPAY-CONTROL-FILE
           END-IF
           ADD 1 TO WS-FILE-NBR.

       REWRITE-POSPAY-CONTROL.
           OPEN OUTPUT POSPAY-CONTROL-FILE
           IF WS-PPC-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot rewrite POSPAYCTL.DAT (status '
                   WS-PPC-STATUS ') - file number ' WS-FILE-NBR
                   ' not saved; correct it before the next send'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FILE-NBR TO PPC-LAST-FILE-NBR
           WRITE POSPAY-CONTROL-RECORD
           CLOSE POSPAY-CONTROL-FILE.

       LOAD-CHECK-REGISTER.
           OPEN INPUT CHECK-REGISTER-FILE
           IF WS-REG-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open CHECKREG.DAT (status '
                   WS-REG-STATUS ') - nothing to send'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-REG-EOF = 'Y'
               READ CHECK-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-REG-EOF
                   NOT AT END
                       IF WS-REG-COUNT < 2000
                           ADD 1 TO WS-REG-COUNT
                           PERFORM LOAD-REGISTER-ENTRY
                       ELSE
                           MOVE 'Y' TO WS-REG-OVERFLOW
                           DISPLAY 'WARNING: register table full '
                               '(2000) - record for check '
                               CR-CHECK-NBR ' does not fit'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE
           IF WS-REG-OVERFLOW = 'Y'
               DISPLAY 'FATAL: CHECKREG.DAT exceeds the 2000-record '
                   'register table - nothing sent, register left '
                   'unchanged'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-REGISTER-ENTRY.
           MOVE CR-REC-TYPE TO WS-RG-REC-TYPE (WS-REG-COUNT)
           MOVE CR-CHECK-NBR TO WS-RG-CHECK-NBR (WS-REG-COUNT)
           MOVE CR-EMP-ID TO WS-RG-EMP-ID (WS-REG-COUNT)
           MOVE CR-EMP-NAME TO WS-RG-EMP-NAME (WS-REG-COUNT)
           MOVE CR-NET-PAY TO WS-RG-NET-PAY (WS-REG-COUNT)
           MOVE CR-CHECK-DATE TO WS-RG-CHECK-DATE (WS-REG-COUNT)
           IF CR-REC-TYPE = '1'
                   AND CR-STATUS NOT = 'C'
                   AND CR-STATUS NOT = 'V'
               MOVE 'O' TO WS-RG-STATUS (WS-REG-COUNT)
           ELSE
               MOVE CR-STATUS TO WS-RG-STATUS (WS-REG-COUNT)
           END-IF
           MOVE CR-CLEARED-DATE TO WS-RG-CLEARED-DATE (WS-REG-COUNT)
           MOVE CR-PP-ISSUE-SENT TO WS-RG-PP-ISSUE-SENT (WS-REG-COUNT)
           MOVE CR-PP-CANCEL-SENT
               TO WS-RG-PP-CANCEL-SENT (WS-REG-COUNT)
           IF CR-PP-FILE-NBR NUMERIC
               MOVE CR-PP-FILE-NBR TO WS-RG-PP-FILE-NBR (WS-REG-COUNT)
           ELSE
               MOVE 0 TO WS-RG-PP-FILE-NBR (WS-REG-COUNT)
           END-IF.

       RECORD-RUN-START.
           MOVE 'S' TO WS-RUN-ACTION
           MOVE WS-POSPAY-STEP TO WS-RUN-PROGRAM
           MOVE 0 TO WS-RUN-COUNT
           MOVE 0 TO WS-RUN-GROSS
           MOVE 0 TO WS-RUN-NET
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT.

       RECORD-RUN-COMPLETE.
           MOVE 'C' TO WS-RUN-ACTION
           MOVE WS-POSPAY-STEP TO WS-RUN-PROGRAM
           MOVE WS-ISSUE-COUNT TO WS-RUN-COUNT
           MOVE 0 TO WS-RUN-GROSS
           MOVE WS-ISSUE-TOTAL TO WS-RUN-NET
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT.

       APPLY-CHECK-VOIDS.
           OPEN INPUT CHECK-VOID-FILE
           IF WS-CVD-STATUS = '35'
               MOVE 'Y' TO WS-CVD-EOF
           ELSE
               MOVE 'Y' TO WS-VOIDS-FOUND
           END-IF
           PERFORM UNTIL WS-CVD-EOF = 'Y'
               READ CHECK-VOID-FILE
                   AT END
                       MOVE 'Y' TO WS-CVD-EOF
                   NOT AT END
                       PERFORM APPLY-ONE-VOID
               END-READ
           END-PERFORM
           IF WS-VOIDS-FOUND = 'Y'
               CLOSE CHECK-VOID-FILE
           END-IF.

       APPLY-ONE-VOID.
           PERFORM FIND-REGISTER-CHECK
           EVALUATE TRUE
               WHEN WS-MATCH-FOUND = 'N'
                   MOVE 'VOID - NOT IN REGISTER' TO LGD-NOTE
                   PERFORM WRITE-VOID-EXCEPTION
               WHEN WS-RG-VOIDED (WS-MATCH-IDX)
                   MOVE 'VOID - ALREADY VOIDED' TO LGD-NOTE
                   PERFORM WRITE-VOID-NOTICE
               WHEN WS-RG-CLEARED (WS-MATCH-IDX)
                   MOVE 'VOID - CHECK ALREADY CLEARED' TO LGD-NOTE
                   PERFORM WRITE-VOID-EXCEPTION
               WHEN CV-NET-PAY NOT = WS-RG-NET-PAY (WS-MATCH-IDX)
                   MOVE 'VOID - AMOUNT MISMATCH' TO LGD-NOTE
                   PERFORM WRITE-VOID-EXCEPTION
               WHEN OTHER
                   ADD 1 TO WS-VOID-APPLIED
                   MOVE 'V' TO WS-RG-STATUS (WS-MATCH-IDX)
                   MOVE CV-VOID-DATE
                       TO WS-RG-CLEARED-DATE (WS-MATCH-IDX)
                   MOVE 'VOIDED BY ADJUSTMENT RUN' TO LGD-NOTE
                   PERFORM WRITE-VOID-NOTICE
           END-EVALUATE.

       FIND-REGISTER-CHECK.
           MOVE 'N' TO WS-MATCH-FOUND
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-REG-COUNT
               IF WS-RG-REC-TYPE (WS-RG-IDX) = '1'
                       AND WS-RG-CHECK-NBR (WS-RG-IDX) = CV-CHECK-NBR
                       AND (WS-MATCH-FOUND = 'N'
                            OR WS-RG-OUTSTANDING (WS-RG-IDX))
                   MOVE 'Y' TO WS-MATCH-FOUND
                   SET WS-MATCH-IDX TO WS-RG-IDX
               END-IF
           END-PERFORM.

       WRITE-VOID-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE 'EXCEPTION' TO LGD-ACTION
           PERFORM WRITE-VOID-LOG-LINE.

       WRITE-VOID-NOTICE.
           MOVE 'VOID NOTE' TO LGD-ACTION
           PERFORM WRITE-VOID-LOG-LINE.

       WRITE-VOID-LOG-LINE.
           MOVE CV-CHECK-NBR TO LGD-CHECK-NBR
           MOVE CV-EMP-ID TO LGD-EMP-ID
           MOVE CV-EMP-NAME TO LGD-EMP-NAME
           MOVE CV-NET-PAY TO LGD-AMOUNT
           MOVE CV-VOID-DATE TO LGD-CHECK-DATE
           WRITE POSPAY-LOG-LINE FROM WS-LOG-DETAIL.

       SELECT-REGISTER-ITEM.
           EVALUATE TRUE
               WHEN WS-RG-ISSUE-PENDING (WS-RG-IDX)
                       AND WS-RG-OUTSTANDING (WS-RG-IDX)
                   PERFORM SEND-ISSUE-ITEM
               WHEN WS-RG-ISSUE-PENDING (WS-RG-IDX)
                       AND WS-RG-VOIDED (WS-RG-IDX)
                   MOVE 'N' TO WS-RG-PP-ISSUE-SENT (WS-RG-IDX)
                   MOVE 'N' TO WS-RG-PP-CANCEL-SENT (WS-RG-IDX)
                   MOVE 'VOIDED BEFORE ISSUE SENT' TO LGD-NOTE
                   PERFORM LOG-NOT-SENT-ITEM
               WHEN WS-RG-ISSUE-PENDING (WS-RG-IDX)
                   MOVE 'N' TO WS-RG-PP-ISSUE-SENT (WS-RG-IDX)
                   MOVE 'N' TO WS-RG-PP-CANCEL-SENT (WS-RG-IDX)
                   MOVE 'CLEARED BEFORE ISSUE SENT' TO LGD-NOTE
                   PERFORM LOG-NOT-SENT-ITEM
               WHEN WS-RG-ISSUE-SENT (WS-RG-IDX)
                       AND WS-RG-VOIDED (WS-RG-IDX)
                       AND WS-RG-CANCEL-PENDING (WS-RG-IDX)
                   PERFORM SEND-CANCEL-ITEM
           END-EVALUATE.

       SEND-ISSUE-ITEM.
           MOVE 'I' TO WS-ISSUE-ACTION
           PERFORM WRITE-ISSUE-DETAIL
           MOVE 'Y' TO WS-RG-PP-ISSUE-SENT (WS-RG-IDX)
           MOVE WS-FILE-NBR TO WS-RG-PP-FILE-NBR (WS-RG-IDX)
           ADD 1 TO WS-ISSUE-COUNT
           ADD WS-RG-NET-PAY (WS-RG-IDX) TO WS-ISSUE-TOTAL
           MOVE 'ISSUE' TO LGD-ACTION
           MOVE SPACES TO LGD-NOTE
           PERFORM WRITE-ITEM-LOG-LINE.

       SEND-CANCEL-ITEM.
           MOVE 'V' TO WS-ISSUE-ACTION
           PERFORM WRITE-ISSUE-DETAIL
           MOVE 'Y' TO WS-RG-PP-CANCEL-SENT (WS-RG-IDX)
           MOVE WS-FILE-NBR TO WS-RG-PP-FILE-NBR (WS-RG-IDX)
           ADD 1 TO WS-CANCEL-COUNT
           ADD WS-RG-NET-PAY (WS-RG-IDX) TO WS-CANCEL-TOTAL
           MOVE 'CANCEL' TO LGD-ACTION
           MOVE SPACES TO LGD-NOTE
           STRING 'VOIDED ' WS-RG-CLEARED-DATE (WS-RG-IDX)
               DELIMITED BY SIZE INTO LGD-NOTE
           PERFORM WRITE-ITEM-LOG-LINE.

       LOG-NOT-SENT-ITEM.
           ADD 1 TO WS-NOT-SENT-COUNT
           MOVE 'NOT SENT' TO LGD-ACTION
           PERFORM WRITE-ITEM-LOG-LINE.

       WRITE-ITEM-LOG-LINE.
           MOVE WS-RG-CHECK-NBR (WS-RG-IDX) TO LGD-CHECK-NBR
           MOVE WS-RG-EMP-ID (WS-RG-IDX) TO LGD-EMP-ID
           MOVE WS-RG-EMP-NAME (WS-RG-IDX) TO LGD-EMP-NAME
           MOVE WS-RG-NET-PAY (WS-RG-IDX) TO LGD-AMOUNT
           MOVE WS-RG-CHECK-DATE (WS-RG-IDX) TO LGD-CHECK-DATE
           WRITE POSPAY-LOG-LINE FROM WS-LOG-DETAIL.

       WRITE-ISSUE-HEADER.
           MOVE SPACES TO ISSUE-HEADER-RECORD
           MOVE 'H' TO IH-REC-TYPE
           MOVE WS-BANK-ROUTING TO IH-ROUTING
           MOVE WS-BANK-ACCOUNT TO IH-ACCOUNT
           MOVE WS-FILE-NBR TO IH-FILE-NBR
           MOVE WS-CD-DATE TO IH-FILE-DATE
           MOVE WS-CD-TIME TO IH-FILE-TIME
           WRITE ISSUE-HEADER-RECORD
           ADD 1 TO WS-RECORD-COUNT.

       WRITE-ISSUE-DETAIL.
           MOVE SPACES TO ISSUE-DETAIL-RECORD
           MOVE 'D' TO ID-REC-TYPE
           MOVE WS-ISSUE-ACTION TO ID-ACTION
           MOVE WS-BANK-ACCOUNT TO ID-ACCOUNT
           MOVE WS-RG-CHECK-NBR (WS-RG-IDX) TO ID-CHECK-NBR
           MOVE WS-RG-NET-PAY (WS-RG-IDX) TO ID-AMOUNT
           MOVE WS-RG-CHECK-DATE (WS-RG-IDX) TO ID-ISSUE-DATE
           MOVE WS-RG-EMP-NAME (WS-RG-IDX) TO ID-PAYEE
           WRITE ISSUE-DETAIL-RECORD
           ADD 1 TO WS-RECORD-COUNT.

       WRITE-ISSUE-TRAILER.
           ADD 1 TO WS-RECORD-COUNT
           MOVE SPACES TO ISSUE-TRAILER-RECORD
           MOVE 'T' TO IT-REC-TYPE
           MOVE WS-ISSUE-COUNT TO IT-ISSUE-COUNT
           MOVE WS-ISSUE-TOTAL TO IT-ISSUE-AMOUNT
           MOVE WS-CANCEL-COUNT TO IT-CANCEL-COUNT
           MOVE WS-CANCEL-TOTAL TO IT-CANCEL-AMOUNT
           MOVE WS-RECORD-COUNT TO IT-RECORD-COUNT
           WRITE ISSUE-TRAILER-RECORD.

       WRITE-LOG-HEADER.
           MOVE WS-FILE-NBR TO LGH-FILE-NBR
           MOVE WS-CD-DATE TO LGH-DATE
           MOVE WS-CD-TIME TO LGH-TIME
           MOVE WS-BANK-ROUTING TO LGH-ROUTING
           MOVE WS-BANK-ACCOUNT TO LGH-ACCOUNT
           MOVE WS-PERIOD-YEAR TO LGH-PERIOD-YEAR
           MOVE WS-PERIOD-NBR TO LGH-PERIOD-NBR
           MOVE WS-RUN-GROUP TO LGH-PAY-GROUP
           WRITE POSPAY-LOG-LINE FROM WS-LOG-HEADER
           MOVE SPACES TO POSPAY-LOG-LINE
           WRITE POSPAY-LOG-LINE.

       WRITE-LOG-TRAILER.
           MOVE SPACES TO POSPAY-LOG-LINE
           WRITE POSPAY-LOG-LINE
           MOVE WS-ISSUE-COUNT TO LGT-ISSUE-COUNT
           MOVE WS-ISSUE-TOTAL TO LGT-ISSUE-AMOUNT
           MOVE WS-CANCEL-COUNT TO LGT-CANCEL-COUNT
           MOVE WS-CANCEL-TOTAL TO LGT-CANCEL-AMOUNT
           MOVE WS-RECORD-COUNT TO LGT-RECORD-COUNT
           MOVE WS-NOT-SENT-COUNT TO LGT-NOT-SENT
           MOVE WS-EXCEPTION-COUNT TO LGT-EXCEPTIONS
           WRITE POSPAY-LOG-LINE FROM WS-LOG-TRAILER
           WRITE POSPAY-LOG-LINE FROM WS-LOG-SEPARATOR.

       REWRITE-CHECK-REGISTER.
           OPEN OUTPUT CHECK-REGISTER-FILE
           IF WS-REG-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot rewrite CHECKREG.DAT (status '
                   WS-REG-STATUS ') - POSPAY.DAT file ' WS-FILE-NBR
                   ' was built but sent flags not saved; do not '
                   'transmit it'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
                   UNTIL WS-RG-IDX > WS-REG-COUNT
               MOVE WS-RG-REC-TYPE (WS-RG-IDX) TO CR-REC-TYPE
               MOVE WS-RG-CHECK-NBR (WS-RG-IDX) TO CR-CHECK-NBR
               MOVE WS-RG-EMP-ID (WS-RG-IDX) TO CR-EMP-ID
               MOVE WS-RG-EMP-NAME (WS-RG-IDX) TO CR-EMP-NAME
               MOVE WS-RG-NET-PAY (WS-RG-IDX) TO CR-NET-PAY
               MOVE WS-RG-CHECK-DATE (WS-RG-IDX) TO CR-CHECK-DATE
               MOVE WS-RG-STATUS (WS-RG-IDX) TO CR-STATUS
               MOVE WS-RG-CLEARED-DATE (WS-RG-IDX)
                   TO CR-CLEARED-DATE
               MOVE WS-RG-PP-ISSUE-SENT (WS-RG-IDX)
                   TO CR-PP-ISSUE-SENT
               MOVE WS-RG-PP-CANCEL-SENT (WS-RG-IDX)
                   TO CR-PP-CANCEL-SENT
               MOVE WS-RG-PP-FILE-NBR (WS-RG-IDX) TO CR-PP-FILE-NBR
               WRITE CHECK-REGISTER-RECORD
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE.

       CLEAR-CHECK-VOIDS.
           IF WS-VOIDS-FOUND = 'Y'
               OPEN OUTPUT CHECK-VOID-FILE
               CLOSE CHECK-VOID-FILE
           END-IF.
