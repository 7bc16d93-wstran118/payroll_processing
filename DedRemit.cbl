       IDENTIFICATION DIVISION.
       PROGRAM-ID. DedRemit.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-FILE ASSIGN TO 'PAYEE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PY-STATUS.
           SELECT DEDUCTIONS-FILE ASSIGN TO 'DEDUCTIONS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT GL-POST-FILE ASSIGN TO 'GLPOST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO 'PAYRUN.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT AP-REMIT-FILE ASSIGN TO 'APREMIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.
           SELECT REMIT-REGISTER-FILE ASSIGN TO 'REMITREG.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYEE-FILE.
           COPY 'PAYEE.cpy'.

       FD  DEDUCTIONS-FILE.
           COPY 'DEDUCT.cpy'.

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

       FD  GL-POST-FILE.
       01  GL-POST-RECORD.
           05 GL-REC-TYPE      PIC X.
           05 GL-ACCOUNT       PIC X(8).
           05 GL-DEPT-CODE     PIC X(4).
           05 GL-DR-CR         PIC XX.
           05 GL-AMOUNT        PIC 9(9)V99.
           05 GL-DESC          PIC X(20).
           05 GL-RUN-DATE      PIC X(8).

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

       FD  AP-REMIT-FILE.
           COPY 'APREMIT.cpy'.

       FD  REMIT-REGISTER-FILE.
       01  REMIT-REGISTER-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PY-STATUS        PIC XX.
       01  WS-DED-STATUS       PIC XX.
       01  WS-HIST-STATUS      PIC XX.
       01  WS-GL-STATUS        PIC XX.
       01  WS-CAL-STATUS       PIC XX.
       01  WS-PRM-STATUS       PIC XX.
       01  WS-AP-STATUS        PIC XX.
       01  WS-PY-EOF           PIC X VALUE 'N'.
       01  WS-DED-EOF          PIC X VALUE 'N'.
       01  WS-HIST-EOF         PIC X VALUE 'N'.
       01  WS-GL-EOF           PIC X VALUE 'N'.
       01  WS-CAL-EOF          PIC X VALUE 'N'.
       01  WS-CAL-FOUND        PIC X VALUE 'N'.

       01  WS-RUN-GROUP        PIC X(2) VALUE SPACES.
       01  WS-PERIOD-YEAR      PIC 9(4) VALUE 0.
       01  WS-PERIOD-NBR       PIC 9(2) VALUE 0.
       01  WS-CHECK-DATE       PIC X(8) VALUE SPACES.
       01  WS-RUN-ACTION       PIC X.
       01  WS-RUN-PROGRAM      PIC X(12).
       01  WS-RUN-COUNT        PIC 9(6) VALUE 0.
       01  WS-RUN-GROSS        PIC 9(9)V99 VALUE 0.
       01  WS-RUN-NET          PIC 9(9)V99 VALUE 0.
       01  WS-RUN-RESULT       PIC X VALUE 'N'.
       01  WS-RUN-MODE         PIC X VALUE 'R'.
       01  WS-PH-RUN-TYPE      PIC X VALUE 'R'.
       01  WS-PAYROLL-STEP     PIC X(12) VALUE 'PAYROLL'.
       01  WS-REMIT-STEP       PIC X(12) VALUE 'DEDREMIT'.

       01  WS-PY-COUNT         PIC 9(3) VALUE 0.
       01  WS-PY-IDX           PIC 9(3).
       01  WS-PY-FOUND-IDX     PIC 9(3) VALUE 0.
       01  WS-PAYEE-TABLE.
           05 WS-PY-ENTRY OCCURS 200 TIMES.
              10 WS-PY-DED-CODE PIC X(4).
              10 WS-PY-PAYEE-ID PIC X(8).
              10 WS-PY-PAYEE-NAME PIC X(30).
              10 WS-PY-PAYEE-TYPE PIC X.
              10 WS-PY-ADDR-LINE PIC X(30).
              10 WS-PY-ADDR-CITY PIC X(20).
              10 WS-PY-ADDR-STATE PIC X(2).
              10 WS-PY-ADDR-ZIP PIC X(10).
              10 WS-PY-REMIT-METHOD PIC X.
              10 WS-PY-BANK-ROUTING PIC X(9).
              10 WS-PY-BANK-ACCOUNT PIC X(17).
              10 WS-PY-FREQUENCY PIC X.

       01  WS-CASE-COUNT       PIC 9(4) VALUE 0.
       01  WS-CASE-IDX         PIC 9(4).
       01  WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 1000 TIMES.
              10 WS-CASE-EMP-ID PIC X(5).
              10 WS-CASE-DED-CODE PIC X(4).
              10 WS-CASE-NBR   PIC X(15).
       01  WS-CASE-LOOKUP      PIC X(15).

       01  WS-GLD-COUNT        PIC 9(2) VALUE 0.
       01  WS-GLD-IDX          PIC 9(2).
       01  WS-GLD-FOUND        PIC X VALUE 'N'.
       01  WS-GL-DATE-TABLE.
           05 WS-GLD-RUN-DATE OCCURS 10 TIMES PIC X(8).
       01  WS-GL-DEDS          PIC 9(9)V99 VALUE 0.
       01  WS-GL-BENEFIT       PIC 9(9)V99 VALUE 0.

       01  WS-RM-COUNT         PIC 9(3) VALUE 0.
       01  WS-RM-IDX           PIC 9(3).
       01  WS-RM-FOUND-IDX     PIC 9(3) VALUE 0.
       01  WS-REMIT-TABLE.
           05 WS-RM-ENTRY OCCURS 100 TIMES.
              10 WS-RM-PAYEE-ID PIC X(8).
              10 WS-RM-PY-IDX  PIC 9(3).
              10 WS-RM-WITHHELD PIC 9(9)V99.
              10 WS-RM-MATCH   PIC 9(9)V99.
              10 WS-RM-ITEMS   PIC 9(5).

       01  WS-GN-COUNT         PIC 9(3) VALUE 0.
       01  WS-GN-IDX           PIC 9(3).
       01  WS-GN-FOUND-IDX     PIC 9(3) VALUE 0.
       01  WS-GARNISH-TABLE.
           05 WS-GN-ENTRY OCCURS 500 TIMES.
              10 WS-GN-RM-IDX  PIC 9(3).
              10 WS-GN-EMP-ID  PIC X(5).
              10 WS-GN-DED-CODE PIC X(4).
              10 WS-GN-CASE-NBR PIC X(15).
              10 WS-GN-AMOUNT  PIC 9(7)V99.

       01  WS-UM-COUNT         PIC 9(3) VALUE 0.
       01  WS-UM-IDX           PIC 9(3).
       01  WS-UNMAPPED-TABLE.
           05 WS-UM-ENTRY OCCURS 200 TIMES.
              10 WS-UM-EMP-ID  PIC X(5).
              10 WS-UM-DED-CODE PIC X(4).
              10 WS-UM-AMOUNT  PIC 9(7)V99.

       01  WS-DX               PIC 9(2).
       01  WS-LINE-AMOUNT      PIC 9(7)V99.
       01  WS-PAYEE-TOTAL      PIC 9(9)V99.
       01  WS-AP-SEQ           PIC 9(4) VALUE 0.
       01  WS-AP-COUNT         PIC 9(6) VALUE 0.
       01  WS-AP-TOTAL         PIC 9(9)V99 VALUE 0.
       01  WS-PAYMENTS-READ    PIC 9(7) VALUE 0.
       01  WS-PAYMENTS-USED    PIC 9(7) VALUE 0.
       01  WS-TOTAL-WITHHELD   PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-MATCH      PIC 9(9)V99 VALUE 0.
       01  WS-UNMAPPED-TOTAL   PIC 9(9)V99 VALUE 0.
       01  WS-OUT-OF-BALANCE   PIC X VALUE 'N'.

       01  WS-REMIT-HEADER.
           05 FILLER           PIC X(32) VALUE
              'DEDUCTION REMITTANCE REGISTER'.
           05 FILLER           PIC X(8) VALUE 'Period: '.
           05 HDR-PERIOD-YEAR  PIC 9(4).
           05 FILLER           PIC X VALUE '-'.
           05 HDR-PERIOD-NBR   PIC 9(2).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'Group: '.
           05 HDR-PAY-GROUP    PIC X(2).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(12) VALUE 'Check Date: '.
           05 HDR-CHECK-DATE   PIC X(8).

       01  WS-REMIT-PAYEE-LINE.
           05 FILLER           PIC X(7) VALUE 'Payee: '.
           05 RPL-PAYEE-ID     PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RPL-PAYEE-NAME   PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE 'Type: '.
           05 RPL-TYPE         PIC X.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'Method: '.
           05 RPL-METHOD       PIC X.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE 'Freq: '.
           05 RPL-FREQUENCY    PIC X.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 RPL-HOLD         PIC X(20).

       01  WS-REMIT-AMOUNT-LINE.
           05 FILLER           PIC X(12) VALUE '  Withheld: '.
           05 RAL-WITHHELD     PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'Employer Match: '.
           05 RAL-MATCH        PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'Remit: '.
           05 RAL-TOTAL        PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'Items: '.
           05 RAL-ITEMS        PIC ZZ,ZZ9.

       01  WS-REMIT-CASE-LINE.
           05 FILLER           PIC X(10) VALUE '    Case: '.
           05 RCL-CASE-NBR     PIC X(15).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE 'Emp: '.
           05 RCL-EMP-ID       PIC X(5).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE 'Code: '.
           05 RCL-DED-CODE     PIC X(4).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'Amount: '.
           05 RCL-AMOUNT       PIC $Z,ZZZ,ZZ9.99.

       01  WS-REMIT-UNMAPPED-LINE.
           05 FILLER           PIC X(22) VALUE
              'NO PAYEE FOR DED CODE '.
           05 RUL-DED-CODE     PIC X(4).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE 'Emp: '.
           05 RUL-EMP-ID       PIC X(5).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE 'Amount: '.
           05 RUL-AMOUNT       PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE 'NOT REMITTED'.

       01  WS-REMIT-TIE-LINE.
           05 RTL-LABEL        PIC X(24).
           05 FILLER           PIC X(4) VALUE 'GL: '.
           05 RTL-GL-AMOUNT    PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(12) VALUE 'Remittance: '.
           05 RTL-RM-AMOUNT    PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 RTL-STATUS       PIC X(16).

       01  WS-REMIT-TRAILER.
           05 FILLER           PIC X(17) VALUE 'Payees Remitted: '.
           05 RTT-PAYEES       PIC ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(12) VALUE 'AP Records: '.
           05 RTT-AP-COUNT     PIC ZZZ,ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'Total Remitted: '.
           05 RTT-AP-TOTAL     PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-REMIT-TRAILER-2.
           05 FILLER           PIC X(19) VALUE 'Payments Scanned: '.
           05 RTT-READ         PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'In This Run: '.
           05 RTT-USED         PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'Not Remitted: '.
           05 RTT-UNMAPPED     PIC $ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-PERIOD-CONTROL
           PERFORM VERIFY-PRIOR-STEPS
           PERFORM RECORD-RUN-START

           PERFORM LOAD-PAYEES
           PERFORM LOAD-CASE-NUMBERS
           PERFORM LOAD-GL-TOTALS

           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open PAYHIST.DAT (status '
                   WS-HIST-STATUS ') - no deductions to remit'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SCAN-HISTORY UNTIL WS-HIST-EOF = 'Y'
           CLOSE PAY-HISTORY-FILE

           OPEN OUTPUT AP-REMIT-FILE
           IF WS-AP-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open APREMIT.DAT (status '
                   WS-AP-STATUS ') - aborting run'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REMIT-REGISTER-FILE
           MOVE WS-PERIOD-YEAR TO HDR-PERIOD-YEAR
           MOVE WS-PERIOD-NBR TO HDR-PERIOD-NBR
           MOVE WS-RUN-GROUP TO HDR-PAY-GROUP
           MOVE WS-CHECK-DATE TO HDR-CHECK-DATE
           WRITE REMIT-REGISTER-LINE FROM WS-REMIT-HEADER
           MOVE SPACES TO REMIT-REGISTER-LINE
           WRITE REMIT-REGISTER-LINE

           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-COUNT
               PERFORM REMIT-ONE-PAYEE
           END-PERFORM

           PERFORM WRITE-UNMAPPED-ITEMS
           PERFORM WRITE-AP-TOTAL
           PERFORM WRITE-GL-TIE
           PERFORM WRITE-REGISTER-TRAILER
           CLOSE AP-REMIT-FILE
           CLOSE REMIT-REGISTER-FILE

           PERFORM RECORD-RUN-COMPLETE

           DISPLAY 'DEDREMIT: ' WS-RM-COUNT ' payee(s), ' WS-AP-COUNT
               ' AP record(s), total ' WS-AP-TOTAL
           IF WS-UM-COUNT > 0
               DISPLAY 'WARNING: ' WS-UM-COUNT ' deduction item(s) '
                   'have no payee in PAYEE.DAT - not remitted'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OUT-OF-BALANCE = 'Y'
               DISPLAY 'WARNING: remittance does not tie to GLPOST.DAT '
                   '- see REMITREG.RPT'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-PERIOD-CONTROL.
           PERFORM READ-RUN-PARM
           OPEN INPUT PAY-CALENDAR-FILE
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open PAYCAL.DAT (status '
                   WS-CAL-STATUS ') - remittance period comes from '
                   'the pay period control record'
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
                           MOVE PC-PERIOD-END TO WS-CHECK-DATE
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
               MOVE 'DEDSUPP' TO WS-REMIT-STEP
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

       VERIFY-PRIOR-STEPS.
           MOVE 'V' TO WS-RUN-ACTION
           MOVE WS-PAYROLL-STEP TO WS-RUN-PROGRAM
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT
           IF WS-RUN-RESULT NOT = 'Y'
               DISPLAY 'FATAL: PayrollSystem has not completed for '
                   'period ' WS-PERIOD-YEAR '-' WS-PERIOD-NBR
                   ' pay group ' WS-RUN-GROUP
                   ' per RUNCTL.DAT - run PayrollSystem first'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'V' TO WS-RUN-ACTION
           MOVE WS-REMIT-STEP TO WS-RUN-PROGRAM
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT
           IF WS-RUN-RESULT = 'Y'
               DISPLAY 'FATAL: deduction remittance already completed '
                   'for period ' WS-PERIOD-YEAR '-' WS-PERIOD-NBR
                   ' pay group ' WS-RUN-GROUP
                   ' per RUNCTL.DAT - payees would be paid twice'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-RUN-START.
           MOVE 'S' TO WS-RUN-ACTION
           MOVE WS-REMIT-STEP TO WS-RUN-PROGRAM
           MOVE 0 TO WS-RUN-COUNT
           MOVE 0 TO WS-RUN-GROSS
           MOVE 0 TO WS-RUN-NET
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT.

       RECORD-RUN-COMPLETE.
           MOVE 'C' TO WS-RUN-ACTION
           MOVE WS-REMIT-STEP TO WS-RUN-PROGRAM
           MOVE WS-AP-COUNT TO WS-RUN-COUNT
           MOVE WS-TOTAL-WITHHELD TO WS-RUN-GROSS
           MOVE WS-AP-TOTAL TO WS-RUN-NET
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT.

       LOAD-PAYEES.
           OPEN INPUT PAYEE-FILE
           IF WS-PY-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open PAYEE.DAT (status '
                   WS-PY-STATUS ') - payee master is required'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PY-EOF = 'Y'
               READ PAYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-PY-EOF
                   NOT AT END
                       IF WS-PY-COUNT < 200
                           ADD 1 TO WS-PY-COUNT
                           MOVE PAYEE-RECORD
                               TO WS-PY-ENTRY (WS-PY-COUNT)
                       ELSE
                           DISPLAY 'FATAL: payee table full (200) - '
                               'deduction code ' PY-DED-CODE
                               ' would not be remitted'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYEE-FILE.

       LOAD-CASE-NUMBERS.
           OPEN INPUT DEDUCTIONS-FILE
           IF WS-DED-STATUS = '35'
               MOVE 'Y' TO WS-DED-EOF
           END-IF
           PERFORM UNTIL WS-DED-EOF = 'Y'
               READ DEDUCTIONS-FILE
                   AT END
                       MOVE 'Y' TO WS-DED-EOF
                   NOT AT END
                       IF DED-CASE-NBR NOT = SPACES
                           IF WS-CASE-COUNT < 1000
                               ADD 1 TO WS-CASE-COUNT
                               MOVE DED-EMP-ID
                                   TO WS-CASE-EMP-ID (WS-CASE-COUNT)
                               MOVE DED-CODE
                                   TO WS-CASE-DED-CODE (WS-CASE-COUNT)
                               MOVE DED-CASE-NBR
                                   TO WS-CASE-NBR (WS-CASE-COUNT)
                           ELSE
                               DISPLAY 'WARNING: case number table '
                                   'full (1000) - case for employee '
                                   DED-EMP-ID ' not shown'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DED-STATUS NOT = '35'
               CLOSE DEDUCTIONS-FILE
           END-IF.

       LOAD-GL-TOTALS.
           OPEN INPUT GL-POST-FILE
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open GLPOST.DAT (status '
                   WS-GL-STATUS ') - remittance cannot be tied to '
                   'the run'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-GL-EOF = 'Y'
               READ GL-POST-FILE
                   AT END
                       MOVE 'Y' TO WS-GL-EOF
                   NOT AT END
                       PERFORM TALLY-GL-RECORD
               END-READ
           END-PERFORM
           CLOSE GL-POST-FILE
           IF WS-GLD-COUNT = 0
               DISPLAY 'FATAL: GLPOST.DAT holds no postings - run '
                   'PayrollSystem before the remittance'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       TALLY-GL-RECORD.
           MOVE 'N' TO WS-GLD-FOUND
           PERFORM VARYING WS-GLD-IDX FROM 1 BY 1
                   UNTIL WS-GLD-IDX > WS-GLD-COUNT
                      OR WS-GLD-FOUND = 'Y'
               IF WS-GLD-RUN-DATE (WS-GLD-IDX) = GL-RUN-DATE
                   MOVE 'Y' TO WS-GLD-FOUND
               END-IF
           END-PERFORM
           IF WS-GLD-FOUND = 'N'
               IF WS-GLD-COUNT < 10
                   ADD 1 TO WS-GLD-COUNT
                   MOVE GL-RUN-DATE TO WS-GLD-RUN-DATE (WS-GLD-COUNT)
               ELSE
                   DISPLAY 'WARNING: GLPOST.DAT spans more than 10 '
                       'run dates - pay history for ' GL-RUN-DATE
                       ' not remitted'
               END-IF
           END-IF
           IF GL-REC-TYPE = '1' AND GL-DR-CR = 'CR'
               EVALUATE GL-DESC
                   WHEN 'DEDUCTIONS WITHHELD'
                       ADD GL-AMOUNT TO WS-GL-DEDS
                   WHEN 'EMPLOYER BENEFIT PAY'
                       ADD GL-AMOUNT TO WS-GL-BENEFIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       SCAN-HISTORY.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                   ADD 1 TO WS-PAYMENTS-READ
                   IF PH-RUN-TYPE = 'S'
                       MOVE 'S' TO WS-PH-RUN-TYPE
                   ELSE
                       MOVE 'R' TO WS-PH-RUN-TYPE
                   END-IF
                   MOVE 'N' TO WS-GLD-FOUND
                   PERFORM VARYING WS-GLD-IDX FROM 1 BY 1
                           UNTIL WS-GLD-IDX > WS-GLD-COUNT
                              OR WS-GLD-FOUND = 'Y'
                       IF WS-GLD-RUN-DATE (WS-GLD-IDX) = PH-RUN-DATE
                           MOVE 'Y' TO WS-GLD-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-GLD-FOUND = 'Y'
                           AND PH-PERIOD-YEAR = WS-PERIOD-YEAR
                           AND PH-PERIOD-NBR = WS-PERIOD-NBR
                           AND PH-PAY-GROUP = WS-RUN-GROUP
                           AND WS-PH-RUN-TYPE = WS-RUN-MODE
                       ADD 1 TO WS-PAYMENTS-USED
                       PERFORM VARYING WS-DX FROM 1 BY 1
                               UNTIL WS-DX > PH-DED-COUNT
                                  OR WS-DX > 20
                           PERFORM ACCUMULATE-DEDUCTION
                       END-PERFORM
                   END-IF
           END-READ.

       ACCUMULATE-DEDUCTION.
           COMPUTE WS-LINE-AMOUNT =
               PH-DED-TAKEN (WS-DX) + PH-DED-MATCH (WS-DX)
           ADD PH-DED-TAKEN (WS-DX) TO WS-TOTAL-WITHHELD
           ADD PH-DED-MATCH (WS-DX) TO WS-TOTAL-MATCH
           IF WS-LINE-AMOUNT > 0
               MOVE 0 TO WS-PY-FOUND-IDX
               PERFORM VARYING WS-PY-IDX FROM 1 BY 1
                       UNTIL WS-PY-IDX > WS-PY-COUNT
                          OR WS-PY-FOUND-IDX > 0
                   IF WS-PY-DED-CODE (WS-PY-IDX) = PH-DED-CODE (WS-DX)
                       MOVE WS-PY-IDX TO WS-PY-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-PY-FOUND-IDX = 0
                   PERFORM ADD-UNMAPPED-ITEM
               ELSE
                   PERFORM ADD-TO-PAYEE
                   IF WS-PY-PAYEE-TYPE (WS-PY-FOUND-IDX) = 'G'
                       PERFORM ADD-GARNISHMENT-ITEM
                   END-IF
               END-IF
           END-IF.

       ADD-UNMAPPED-ITEM.
           ADD WS-LINE-AMOUNT TO WS-UNMAPPED-TOTAL
           IF WS-UM-COUNT < 200
               ADD 1 TO WS-UM-COUNT
               MOVE PH-EMP-ID TO WS-UM-EMP-ID (WS-UM-COUNT)
               MOVE PH-DED-CODE (WS-DX) TO WS-UM-DED-CODE (WS-UM-COUNT)
               MOVE WS-LINE-AMOUNT TO WS-UM-AMOUNT (WS-UM-COUNT)
           ELSE
               DISPLAY 'WARNING: unmapped deduction table full (200) - '
                   PH-DED-CODE (WS-DX) ' for employee ' PH-EMP-ID
                   ' not listed'
           END-IF.

       ADD-TO-PAYEE.
           MOVE 0 TO WS-RM-FOUND-IDX
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-COUNT
                      OR WS-RM-FOUND-IDX > 0
               IF WS-RM-PAYEE-ID (WS-RM-IDX)
                       = WS-PY-PAYEE-ID (WS-PY-FOUND-IDX)
                   MOVE WS-RM-IDX TO WS-RM-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-RM-FOUND-IDX = 0
               IF WS-RM-COUNT < 100
                   ADD 1 TO WS-RM-COUNT
                   MOVE WS-RM-COUNT TO WS-RM-FOUND-IDX
                   MOVE WS-PY-PAYEE-ID (WS-PY-FOUND-IDX)
                       TO WS-RM-PAYEE-ID (WS-RM-FOUND-IDX)
                   MOVE WS-PY-FOUND-IDX
                       TO WS-RM-PY-IDX (WS-RM-FOUND-IDX)
                   MOVE 0 TO WS-RM-WITHHELD (WS-RM-FOUND-IDX)
                   MOVE 0 TO WS-RM-MATCH (WS-RM-FOUND-IDX)
                   MOVE 0 TO WS-RM-ITEMS (WS-RM-FOUND-IDX)
               ELSE
                   DISPLAY 'FATAL: remittance payee table full (100) - '
                       'payee ' WS-PY-PAYEE-ID (WS-PY-FOUND-IDX)
                       ' would not be paid'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD PH-DED-TAKEN (WS-DX) TO WS-RM-WITHHELD (WS-RM-FOUND-IDX)
           ADD PH-DED-MATCH (WS-DX) TO WS-RM-MATCH (WS-RM-FOUND-IDX)
           ADD 1 TO WS-RM-ITEMS (WS-RM-FOUND-IDX).

       ADD-GARNISHMENT-ITEM.
           MOVE SPACES TO WS-CASE-LOOKUP
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
                      OR WS-CASE-LOOKUP NOT = SPACES
               IF WS-CASE-EMP-ID (WS-CASE-IDX) = PH-EMP-ID
                       AND WS-CASE-DED-CODE (WS-CASE-IDX)
                           = PH-DED-CODE (WS-DX)
                   MOVE WS-CASE-NBR (WS-CASE-IDX) TO WS-CASE-LOOKUP
               END-IF
           END-PERFORM
           MOVE 0 TO WS-GN-FOUND-IDX
           PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                   UNTIL WS-GN-IDX > WS-GN-COUNT
                      OR WS-GN-FOUND-IDX > 0
               IF WS-GN-RM-IDX (WS-GN-IDX) = WS-RM-FOUND-IDX
                       AND WS-GN-EMP-ID (WS-GN-IDX) = PH-EMP-ID
                       AND WS-GN-DED-CODE (WS-GN-IDX)
                           = PH-DED-CODE (WS-DX)
                   MOVE WS-GN-IDX TO WS-GN-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-GN-FOUND-IDX = 0
               IF WS-GN-COUNT < 500
                   ADD 1 TO WS-GN-COUNT
                   MOVE WS-GN-COUNT TO WS-GN-FOUND-IDX
                   MOVE WS-RM-FOUND-IDX TO WS-GN-RM-IDX (WS-GN-COUNT)
                   MOVE PH-EMP-ID TO WS-GN-EMP-ID (WS-GN-COUNT)
                   MOVE PH-DED-CODE (WS-DX)
                       TO WS-GN-DED-CODE (WS-GN-COUNT)
                   MOVE WS-CASE-LOOKUP TO WS-GN-CASE-NBR (WS-GN-COUNT)
                   MOVE 0 TO WS-GN-AMOUNT (WS-GN-COUNT)
               ELSE
                   DISPLAY 'FATAL: garnishment case table full (500) - '
                       'case detail for employee ' PH-EMP-ID
                       ' would be lost'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD WS-LINE-AMOUNT TO WS-GN-AMOUNT (WS-GN-FOUND-IDX).

       REMIT-ONE-PAYEE.
           MOVE WS-RM-PY-IDX (WS-RM-IDX) TO WS-PY-IDX
           COMPUTE WS-PAYEE-TOTAL =
               WS-RM-WITHHELD (WS-RM-IDX) + WS-RM-MATCH (WS-RM-IDX)
           MOVE WS-RM-PAYEE-ID (WS-RM-IDX) TO RPL-PAYEE-ID
           MOVE WS-PY-PAYEE-NAME (WS-PY-IDX) TO RPL-PAYEE-NAME
           MOVE WS-PY-PAYEE-TYPE (WS-PY-IDX) TO RPL-TYPE
           MOVE WS-PY-REMIT-METHOD (WS-PY-IDX) TO RPL-METHOD
           MOVE WS-PY-FREQUENCY (WS-PY-IDX) TO RPL-FREQUENCY
           IF WS-PY-FREQUENCY (WS-PY-IDX) = 'M'
                   OR WS-PY-FREQUENCY (WS-PY-IDX) = 'Q'
               MOVE 'HELD FOR CYCLE' TO RPL-HOLD
           ELSE
               MOVE 'RELEASE' TO RPL-HOLD
           END-IF
           WRITE REMIT-REGISTER-LINE FROM WS-REMIT-PAYEE-LINE
           MOVE WS-RM-WITHHELD (WS-RM-IDX) TO RAL-WITHHELD
           MOVE WS-RM-MATCH (WS-RM-IDX) TO RAL-MATCH
           MOVE WS-PAYEE-TOTAL TO RAL-TOTAL
           MOVE WS-RM-ITEMS (WS-RM-IDX) TO RAL-ITEMS
           WRITE REMIT-REGISTER-LINE FROM WS-REMIT-AMOUNT-LINE
           IF WS-PY-PAYEE-TYPE (WS-PY-IDX) = 'G'
               PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                       UNTIL WS-GN-IDX > WS-GN-COUNT
                   IF WS-GN-RM-IDX (WS-GN-IDX) = WS-RM-IDX
                       MOVE WS-GN-CASE-NBR (WS-GN-IDX) TO RCL-CASE-NBR
                       MOVE WS-GN-EMP-ID (WS-GN-IDX) TO RCL-EMP-ID
                       MOVE WS-GN-DED-CODE (WS-GN-IDX) TO RCL-DED-CODE
                       MOVE WS-GN-AMOUNT (WS-GN-IDX) TO RCL-AMOUNT
                       WRITE REMIT-REGISTER-LINE
                           FROM WS-REMIT-CASE-LINE
                       MOVE WS-GN-AMOUNT (WS-GN-IDX) TO AP-AMOUNT
                       MOVE WS-GN-CASE-NBR (WS-GN-IDX) TO AP-REFERENCE
                       IF AP-REFERENCE = SPACES
                           MOVE WS-GN-EMP-ID (WS-GN-IDX)
                               TO AP-REFERENCE
                       END-IF
                       PERFORM WRITE-AP-RECORD
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-PAYEE-TOTAL TO AP-AMOUNT
               MOVE SPACES TO AP-REFERENCE
               STRING 'PAYROLL ' WS-PERIOD-YEAR '-' WS-PERIOD-NBR
                   DELIMITED BY SIZE INTO AP-REFERENCE
               PERFORM WRITE-AP-RECORD
           END-IF
           MOVE SPACES TO REMIT-REGISTER-LINE
           WRITE REMIT-REGISTER-LINE.

       WRITE-AP-RECORD.
           ADD 1 TO WS-AP-SEQ
           MOVE '1' TO AP-REC-TYPE
           MOVE WS-RM-PAYEE-ID (WS-RM-IDX) TO AP-VENDOR-ID
           MOVE WS-PY-PAYEE-NAME (WS-PY-IDX) TO AP-VENDOR-NAME
           MOVE SPACES TO AP-INVOICE-NBR
           STRING 'PR' WS-PERIOD-YEAR WS-PERIOD-NBR WS-RUN-GROUP
               '-' WS-AP-SEQ
               DELIMITED BY SIZE INTO AP-INVOICE-NBR
           MOVE WS-CHECK-DATE TO AP-INVOICE-DATE
           MOVE WS-PY-REMIT-METHOD (WS-PY-IDX) TO AP-REMIT-METHOD
           MOVE WS-PY-BANK-ROUTING (WS-PY-IDX) TO AP-BANK-ROUTING
           MOVE WS-PY-BANK-ACCOUNT (WS-PY-IDX) TO AP-BANK-ACCOUNT
           MOVE WS-PY-ADDR-LINE (WS-PY-IDX) TO AP-ADDR-LINE
           MOVE WS-PY-ADDR-CITY (WS-PY-IDX) TO AP-ADDR-CITY
           MOVE WS-PY-ADDR-STATE (WS-PY-IDX) TO AP-ADDR-STATE
           MOVE WS-PY-ADDR-ZIP (WS-PY-IDX) TO AP-ADDR-ZIP
           MOVE WS-PY-FREQUENCY (WS-PY-IDX) TO AP-FREQUENCY
           IF WS-PY-FREQUENCY (WS-PY-IDX) = 'M'
                   OR WS-PY-FREQUENCY (WS-PY-IDX) = 'Q'
               MOVE 'Y' TO AP-HOLD-FLAG
           ELSE
               MOVE 'N' TO AP-HOLD-FLAG
           END-IF
           WRITE AP-REMIT-RECORD
           ADD 1 TO WS-AP-COUNT
           ADD AP-AMOUNT TO WS-AP-TOTAL.

       WRITE-AP-TOTAL.
           MOVE SPACES TO AP-REMIT-RECORD
           MOVE '9' TO AP-REC-TYPE
           MOVE 'TOTAL' TO AP-VENDOR-ID
           MOVE 'TOTAL REMITTED' TO AP-VENDOR-NAME
           MOVE WS-CHECK-DATE TO AP-INVOICE-DATE
           MOVE WS-AP-TOTAL TO AP-AMOUNT
           MOVE WS-AP-COUNT TO AP-REFERENCE
           WRITE AP-REMIT-RECORD.

       WRITE-UNMAPPED-ITEMS.
           PERFORM VARYING WS-UM-IDX FROM 1 BY 1
                   UNTIL WS-UM-IDX > WS-UM-COUNT
               MOVE WS-UM-DED-CODE (WS-UM-IDX) TO RUL-DED-CODE
               MOVE WS-UM-EMP-ID (WS-UM-IDX) TO RUL-EMP-ID
               MOVE WS-UM-AMOUNT (WS-UM-IDX) TO RUL-AMOUNT
               WRITE REMIT-REGISTER-LINE FROM WS-REMIT-UNMAPPED-LINE
           END-PERFORM
           IF WS-UM-COUNT > 0
               MOVE SPACES TO REMIT-REGISTER-LINE
               WRITE REMIT-REGISTER-LINE
           END-IF.

       WRITE-GL-TIE.
           MOVE 'Deductions Withheld' TO RTL-LABEL
           MOVE WS-GL-DEDS TO RTL-GL-AMOUNT
           MOVE WS-TOTAL-WITHHELD TO RTL-RM-AMOUNT
           IF WS-GL-DEDS = WS-TOTAL-WITHHELD
               MOVE 'IN BALANCE' TO RTL-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO RTL-STATUS
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF
           WRITE REMIT-REGISTER-LINE FROM WS-REMIT-TIE-LINE
           MOVE 'Employer Benefit Match' TO RTL-LABEL
           MOVE WS-GL-BENEFIT TO RTL-GL-AMOUNT
           MOVE WS-TOTAL-MATCH TO RTL-RM-AMOUNT
           IF WS-GL-BENEFIT = WS-TOTAL-MATCH
               MOVE 'IN BALANCE' TO RTL-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO RTL-STATUS
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF
           WRITE REMIT-REGISTER-LINE FROM WS-REMIT-TIE-LINE.

       WRITE-REGISTER-TRAILER.
           MOVE SPACES TO REMIT-REGISTER-LINE
           WRITE REMIT-REGISTER-LINE
           MOVE WS-RM-COUNT TO RTT-PAYEES
           MOVE WS-AP-COUNT TO RTT-AP-COUNT
           MOVE WS-AP-TOTAL TO RTT-AP-TOTAL
           WRITE REMIT-REGISTER-LINE FROM WS-REMIT-TRAILER
           MOVE WS-PAYMENTS-READ TO RTT-READ
           MOVE WS-PAYMENTS-USED TO RTT-USED
           MOVE WS-UNMAPPED-TOTAL TO RTT-UNMAPPED
           WRITE REMIT-REGISTER-LINE FROM WS-REMIT-TRAILER-2.
