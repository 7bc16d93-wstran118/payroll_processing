       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollSystem.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 21-JUL-2025.
               FILE STATUS IS WS-DGL-STATUS.
           SELECT YTD-PRIOR-FILE ASSIGN TO 'YTDPRIOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT YTD-SUPP-PRIOR-FILE ASSIGN TO 'YTDSPRIOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-KEY
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT FICA-RATE-FILE ASSIGN TO 'FICARATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FICA-STATUS.
           SELECT RETRO-EARN-FILE ASSIGN TO 'RETROEARN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-STATUS.
           SELECT RETRO-WORK-FILE ASSIGN TO 'RETRO.CKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETW-STATUS.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO 'LEAVEBAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVB-STATUS.
           SELECT LEAVE-WORK-FILE ASSIGN TO 'LEAVE.CKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVW-STATUS.
           SELECT LEAVE-REJECT-FILE ASSIGN TO 'LEAVEREJ.CKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVR-STATUS.
           SELECT LEAVE-PRIOR-FILE ASSIGN TO 'LEAVPRIOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEAVE-POLICY-FILE ASSIGN TO 'LEAVEPOL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVP-STATUS.
           SELECT LABOR-DIST-FILE ASSIGN TO 'LABDIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDS-STATUS.
           SELECT LABOR-DEFAULT-FILE ASSIGN TO 'LABDFLT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDF-STATUS.
           SELECT LABOR-WORK-FILE ASSIGN TO 'LABDIST.CKP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDW-STATUS.
           SELECT CHECK-VOID-FILE ASSIGN TO 'CHKVOID.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CVD-STATUS.
           SELECT SUPP-EARN-FILE ASSIGN TO 'SUPPEARN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEN-STATUS.
           SELECT SUPP-RATE-FILE ASSIGN TO 'SUPPRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SORTED-EMPLOYEE-FILE.
           COPY 'EMPREC.cpy'
               REPLACING ==EMPLOYEE-RECORD==
                                     BY ==SORTED-EMPLOYEE-RECORD==
                         ==EMP-ID==          BY ==SRT-EMP-ID==
                         ==EMP-NAME==        BY ==SRT-EMP-NAME==
                         ==EMP-HOURS==       BY ==SRT-EMP-HOURS==
           05 YTD-LAST-YEAR    PIC 9(4).
           05 YTD-LAST-PERIOD  PIC 9(2).
           05 YTD-PAY-GROUP    PIC X(2).
           05 YTD-TAXABLE-FED  PIC 9(7)V99.
           05 YTD-TAXABLE-STATE PIC 9(7)V99.
           05 YTD-TAXABLE-LOCAL PIC 9(7)V99.
           05 YTD-OASDI-WAGES  PIC 9(7)V99.
           05 YTD-MEDICARE-WAGES PIC 9(7)V99.
           05 YTD-OASDI        PIC 9(7)V99.
           05 YTD-MEDICARE     PIC 9(7)V99.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE      PIC X(80).
       FD  TAX-TABLE-FILE.
           COPY 'TAXTBL.cpy'.

       FD  FICA-RATE-FILE.
           COPY 'FICARATE.cpy'.

       FD  TIMECARD-FILE.
       01  TIMECARD-RECORD.
           05 TC-EMP-ID        PIC X(5).
           05 TC-WORK-DATE     PIC X(8).
           05 TC-HOURS         PIC 9(3)V99.
           05 TC-HOUR-TYPE     PIC X.
           05 TC-CHARGE-DEPT   PIC X(4).
           05 TC-CHARGE-PROJECT PIC X(6).

       FD  DIRECT-DEPOSIT-FILE.
       01  DD-RECORD.
           05 GL-DR-CR         PIC XX.
           05 GL-AMOUNT        PIC 9(9)V99.
           05 GL-DESC          PIC X(20).
           05 GL-RUN-DATE      PIC X(8).
           05 GL-PROJECT       PIC X(6).

       FD  DEPT-GL-FILE.
       01  DEPT-GL-RECORD.
           05 DG-ERTAX-LIAB    PIC X(8).
           05 DG-BENEFIT-LIAB  PIC X(8).
           05 DG-NET-CLEARING  PIC X(8).
           05 DG-OASDI-LIAB    PIC X(8).
           05 DG-MEDICARE-LIAB PIC X(8).

       FD  YTD-PRIOR-FILE.
       01  YTD-PRIOR-RECORD    PIC X(122).

       FD  YTD-SUPP-PRIOR-FILE.
       01  YTD-SUPP-PRIOR-RECORD PIC X(122).

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-RECORD.
           05 YH-TAX-STATE     PIC 9(7)V99.
           05 YH-TAX-LOCAL     PIC 9(7)V99.
           05 YH-NET           PIC 9(7)V99.
           05 YH-TAXABLE-FED   PIC 9(7)V99.
           05 YH-TAXABLE-STATE PIC 9(7)V99.
           05 YH-TAXABLE-LOCAL PIC 9(7)V99.
           05 YH-OASDI-WAGES   PIC 9(7)V99.
           05 YH-MEDICARE-WAGES PIC 9(7)V99.
           05 YH-OASDI         PIC 9(7)V99.
           05 YH-MEDICARE      PIC 9(7)V99.

       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05 ADJ-GROSS        PIC 9(5)V99.
           05 ADJ-TAX          PIC 9(5)V99.
           05 ADJ-NET          PIC 9(5)V99.
           05 ADJ-CHECK-NBR    PIC 9(8).
           05 ADJ-OASDI        PIC 9(5)V99.
           05 ADJ-MEDICARE     PIC 9(5)V99.

       FD  ADJ-REGISTER-FILE.
       01  ADJ-REGISTER-LINE   PIC X(132).
       01  TERM-WORK-RECORD.
           05 TRW-EMP-ID       PIC X(5).

       FD  RETRO-EARN-FILE.
           COPY 'RETROERN.cpy'.

       FD  RETRO-WORK-FILE.
       01  RETRO-WORK-RECORD   PIC X(57).

       FD  LEAVE-BALANCE-FILE.
           COPY 'LEAVEBAL.cpy'.

       FD  LEAVE-WORK-FILE.
       01  LEAVE-WORK-RECORD   PIC X(61).

       FD  LEAVE-REJECT-FILE.
       01  LEAVE-REJECT-RECORD.
           05 LR-TC-IDX        PIC 9(4).
           05 LR-EMP-ID        PIC X(5).
           05 LR-WORK-DATE     PIC X(8).
           05 LR-HOUR-TYPE     PIC X.

       FD  LEAVE-PRIOR-FILE.
       01  LEAVE-PRIOR-RECORD  PIC X(61).

       FD  LEAVE-POLICY-FILE.
           COPY 'LEAVEPOL.cpy'.

       FD  LABOR-DIST-FILE.
           COPY 'LABDIST.cpy'.

       FD  LABOR-DEFAULT-FILE.
           COPY 'LABDFLT.cpy'.

       FD  LABOR-WORK-FILE.
       01  LABOR-WORK-RECORD   PIC X(54).

       FD  CHECK-VOID-FILE.
           COPY 'CHKVOID.cpy'.

       FD  SUPP-EARN-FILE.
           COPY 'SUPPEARN.cpy'.

       FD  SUPP-RATE-FILE.
           COPY 'SUPPRATE.cpy'.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05 PH-EMP-ID        PIC X(5).
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

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CKPT-TOTAL-MATCH  PIC 9(9)V99.
           05 CKPT-TERM-SKIPPED PIC 9(6).
           05 CKPT-GROUP-SKIPPED PIC 9(6).
           05 CKPT-DEPT-EE-OASDI PIC 9(9)V99.
           05 CKPT-DEPT-EE-MED  PIC 9(9)V99.
           05 CKPT-DEPT-ER-OASDI PIC 9(9)V99.
           05 CKPT-DEPT-ER-MED  PIC 9(9)V99.
           05 CKPT-TOTAL-EE-OASDI PIC 9(9)V99.
           05 CKPT-TOTAL-EE-MED PIC 9(9)V99.
           05 CKPT-TOTAL-ER-OASDI PIC 9(9)V99.
           05 CKPT-TOTAL-ER-MED PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-EMPLOYEE.
           05 WS-NET-PAY       PIC 9(5)V99.

       01  WS-REPORT-HEADER.
           05 HDR-TITLE        PIC X(20) VALUE 'PAYROLL REPORT'.
           05 FILLER           PIC X(10) VALUE 'Run Date: '.
           05 HDR-RUN-DATE     PIC X(10).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'Wk State: '.
           05 TAX-DET-STATE-CD PIC X(2).

       01  WS-TAXABLE-DETAIL.
           05 FILLER           PIC X(13) VALUE 'Taxable Fed: '.
           05 TXB-DET-FED      PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'State: '.
           05 TXB-DET-STATE    PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'Local: '.
           05 TXB-DET-LOCAL    PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(13) VALUE 'Pre-tax Ded: '.
           05 TXB-DET-PRETAX   PIC $ZZ,ZZ9.99.

       01  WS-FICA-DETAIL.
           05 FILLER           PIC X(7) VALUE 'OASDI: '.
           05 FICA-DET-OASDI   PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'Medicare: '.
           05 FICA-DET-MEDICARE PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(13) VALUE 'OASDI Wages: '.
           05 FICA-DET-OASDI-WAGES PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'Medicare Wages: '.
           05 FICA-DET-MED-WAGES PIC $ZZ,ZZ9.99.

       01  WS-RETRO-DETAIL.
           05 FILLER           PIC X(11) VALUE 'Retro Pay: '.
           05 RETRO-DET-AMOUNT PIC $ZZ,ZZ9.99.

       01  WS-SUPP-DETAIL.
           05 FILLER           PIC X(11) VALUE 'Supp Pay:  '.
           05 SUPP-DET-AMOUNT  PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(9) VALUE 'Entries: '.
           05 SUPP-DET-ENTRIES PIC ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'Fed Rate: '.
           05 SUPP-DET-FED-RATE PIC .9999.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'State: '.
           05 SUPP-DET-STATE-METHOD PIC X(8).
           05 SUPP-DET-STATE-RATE PIC .9999.

       01  WS-LEAVE-DETAIL.
           05 FILLER           PIC X(15) VALUE 'Leave Hrs Vac: '.
           05 LV-DET-VAC       PIC ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE 'Sick: '.
           05 LV-DET-SICK      PIC ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(9) VALUE 'Holiday: '.
           05 LV-DET-HOL       PIC ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(13) VALUE 'Vac Balance: '.
           05 LV-DET-VAC-BAL   PIC Z,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'Sick Balance: '.
           05 LV-DET-SICK-BAL  PIC Z,ZZ9.99.

       01  WS-FICA-TRAILER.
           05 FILLER           PIC X(10) VALUE 'OASDI EE: '.
           05 TRF-EE-OASDI     PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(13) VALUE 'Medicare EE: '.
           05 TRF-EE-MEDICARE  PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'OASDI ER: '.
           05 TRF-ER-OASDI     PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(13) VALUE 'Medicare ER: '.
           05 TRF-ER-MEDICARE  PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-TAX-TRAILER.
           05 FILLER           PIC X(9) VALUE 'Fed Tax: '.
           05 TRT-FED          PIC $ZZZ,ZZZ,ZZ9.99.
              10 WS-DED-PRIORITY PIC 9(2).
              10 WS-DED-MATCH-PCT PIC 9(3)V99.
              10 WS-DED-MATCH-CAP PIC 9(5)V99.
              10 WS-DED-PRETAX PIC X.
              10 WS-DED-FED-EXEMPT PIC X.
              10 WS-DED-STATE-EXEMPT PIC X.
              10 WS-DED-LOCAL-EXEMPT PIC X.
              10 WS-DED-FICA-EXEMPT PIC X.

       01  WS-TC-STATUS        PIC XX.
       01  WS-TC-EOF           PIC X VALUE 'N'.
              10 WS-TC-WORK-DATE PIC X(8).
              10 WS-TC-HOURS   PIC 9(3)V99.
              10 WS-TC-USED    PIC X.
              10 WS-TC-TYPE    PIC X.
              10 WS-TC-CHARGE-DEPT PIC X(4).
              10 WS-TC-CHARGE-PROJECT PIC X(6).
       01  WS-TC-TOTAL-HOURS   PIC 9(4)V99.
       01  WS-TC-FOUND         PIC X VALUE 'N'.

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

       01  WS-ARR-STATUS       PIC XX.
       01  WS-ARRW-STATUS      PIC XX.
              10 WS-ARR-DED-CODE PIC X(4).
              10 WS-ARR-AMOUNT PIC 9(7)V99.

       01  WS-RETRO-STATUS     PIC XX.
       01  WS-RETW-STATUS      PIC XX.
       01  WS-RETRO-EOF        PIC X VALUE 'N'.
       01  WS-RETRO-PAY        PIC 9(5)V99 VALUE 0.
       01  WS-RT-COUNT         PIC 9(4) VALUE 0.
       01  WS-RETRO-TABLE.
           05 WS-RT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RT-IDX.
              10 WS-RT-EMP-ID  PIC X(5).
              10 WS-RT-PERIOD-YEAR PIC 9(4).
              10 WS-RT-PERIOD-NBR PIC 9(2).
              10 WS-RT-PAY-BASIS PIC X.
              10 WS-RT-OLD-RATE PIC 9(5)V99.
              10 WS-RT-NEW-RATE PIC 9(5)V99.
              10 WS-RT-AMOUNT  PIC 9(5)V99.
              10 WS-RT-EFF-DATE PIC X(8).
              10 WS-RT-CREATED-DATE PIC X(8).
              10 WS-RT-PAID-YEAR PIC 9(4).
              10 WS-RT-PAID-PERIOD PIC 9(2).
              10 WS-RT-PAID-GROUP PIC X(2).

       01  WS-LVB-STATUS       PIC XX.
       01  WS-LVW-STATUS       PIC XX.
       01  WS-LVR-STATUS       PIC XX.
       01  WS-LVR-EOF          PIC X VALUE 'N'.
       01  WS-LVP-STATUS       PIC XX.
       01  WS-LVB-EOF          PIC X VALUE 'N'.
       01  WS-LVP-EOF          PIC X VALUE 'N'.
       01  WS-LEAVE-STEP       PIC X.
       01  WS-VAC-HOURS        PIC 9(3)V99 VALUE 0.
       01  WS-SICK-HOURS       PIC 9(3)V99 VALUE 0.
       01  WS-HOL-HOURS        PIC 9(3)V99 VALUE 0.
       01  WS-LEAVE-HOURS      PIC 9(3)V99 VALUE 0.
       01  WS-LV-COUNT         PIC 9(4) VALUE 0.
       01  WS-LV-FOUND-IDX     PIC 9(4) VALUE 0.
       01  WS-LEAVE-TABLE.
           05 WS-LV-ENTRY OCCURS 1000 TIMES INDEXED BY WS-LV-IDX.
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

       01  WS-EMP-DED-COUNT    PIC 9(3) VALUE 0.
       01  WS-EMP-DED-PRINT.
           05 WS-EMP-DED-ENTRY OCCURS 20 TIMES INDEXED BY WS-EDX.
              10 WS-EMP-DED-TAKEN PIC 9(5)V99.
              10 WS-EMP-DED-SHORT PIC 9(5)V99.
              10 WS-EMP-DED-MATCH PIC 9(5)V99.
              10 WS-EMP-DED-PRETAX PIC X.

       01  WS-DEDUCTION-DETAIL.
           05 FILLER           PIC X(11) VALUE '  Deduct: '.
       01  WS-DEPT-MATCH       PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-MATCH      PIC 9(9)V99 VALUE 0.

       01  WS-DEPT-EMPLOYER-TAX PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-EMPLOYER-TAX PIC 9(9)V99 VALUE 0.
       01  WS-DEPT-EE-OASDI    PIC 9(9)V99 VALUE 0.
       01  WS-DEPT-EE-MEDICARE PIC 9(9)V99 VALUE 0.
       01  WS-DEPT-ER-OASDI    PIC 9(9)V99 VALUE 0.
       01  WS-DEPT-ER-MEDICARE PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-EE-OASDI   PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-EE-MEDICARE PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-ER-OASDI   PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-ER-MEDICARE PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-EE-FICA    PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-DEBITS     PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-CREDITS    PIC 9(9)V99 VALUE 0.

              10 WS-CAL-GROUP  PIC X(2).

       01  WS-CKPT-KEY-BUILD.
           05 WS-CKPT-KEY-TYPE PIC X(2) VALUE 'CK'.
           05 WS-CKPT-KEY-GROUP PIC X(2).

       01  WS-TRMW-STATUS      PIC XX.
       01  WS-ADJ-SIGNED-GROSS PIC S9(7)V99 VALUE 0.
       01  WS-ADJ-SIGNED-TAX   PIC S9(7)V99 VALUE 0.
       01  WS-ADJ-SIGNED-NET   PIC S9(7)V99 VALUE 0.
       01  WS-ADJ-TAXABLE-SIGNED PIC S9(7)V99 VALUE 0.
       01  WS-ADJ-OASDI        PIC 9(5)V99 VALUE 0.
       01  WS-ADJ-MEDICARE     PIC 9(5)V99 VALUE 0.
       01  WS-ADJ-SIGNED-OASDI PIC S9(7)V99 VALUE 0.
       01  WS-ADJ-SIGNED-MED   PIC S9(7)V99 VALUE 0.

       01  WS-ADJREG-HEADER.
           05 FILLER           PIC X(30) VALUE
       01  WS-GL-DR-CR         PIC XX.
       01  WS-GL-AMOUNT        PIC 9(9)V99.
       01  WS-GL-DESC          PIC X(20).
       01  WS-GL-LOOKUP-DEPT   PIC X(4).
       01  WS-GL-POST-DEPT     PIC X(4).
       01  WS-GL-PROJECT       PIC X(6).

       01  WS-LDS-STATUS       PIC XX.
       01  WS-LDF-STATUS       PIC XX.
       01  WS-LDW-STATUS       PIC XX.
       01  WS-CVD-STATUS       PIC XX.
       01  WS-PAYROLL-STEP     PIC X(12) VALUE 'PAYROLL'.
       01  WS-YTD-PRIOR-ENTRY.
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
       01  WS-PRIOR-RUN-STEPS.
           05 WS-PRIOR-PAY-STEP PIC X(12).
           05 WS-PRIOR-DOWN-STEP OCCURS 4 TIMES PIC X(12).
       01  WS-PRIOR-IDX        PIC 9.

       01  WS-SEN-STATUS       PIC XX.
       01  WS-SEN-EOF          PIC X VALUE 'N'.
       01  WS-SE-COUNT         PIC 9(4) VALUE 0.
       01  WS-SE-IDX           PIC 9(4).
       01  WS-SUPP-EARN-TABLE.
           05 WS-SE-ENTRY OCCURS 1000 TIMES.
              10 WS-SE-RECORD  PIC X(33).
              10 WS-SE-EMP-ID  PIC X(5).
              10 WS-SE-AMOUNT  PIC 9(5)V99.
              10 WS-SE-USED    PIC X.
       01  WS-SUPP-TOTAL       PIC 9(7)V99 VALUE 0.
       01  WS-SUPP-ENTRIES     PIC 9(4) VALUE 0.
       01  WS-SUPP-LIMIT       PIC 9(7)V99 VALUE 99999.99.

       01  WS-SRT-STATUS       PIC XX.
       01  WS-SRT-EOF          PIC X VALUE 'N'.
       01  WS-SR-FED-FOUND     PIC X VALUE 'N'.
       01  WS-SR-FED-RATE      PIC V9999 VALUE 0.
       01  WS-SR-COUNT         PIC 9(2) VALUE 0.
       01  WS-SR-IDX           PIC 9(2).
       01  WS-SUPP-STATE-TABLE.
           05 WS-SR-ENTRY OCCURS 60 TIMES.
              10 WS-SR-STATE   PIC X(2).
              10 WS-SR-METHOD  PIC X.
              10 WS-SR-RATE    PIC V9999.
       01  WS-SUPP-STATE-METHOD PIC X.
       01  WS-SUPP-STATE-RATE  PIC V9999.
       01  WS-LDF-EOF          PIC X VALUE 'N'.
       01  WS-LDW-EOF          PIC X VALUE 'N'.
       01  WS-DF-COUNT         PIC 9(3) VALUE 0.
       01  WS-DF-IDX           PIC 9(3).
       01  WS-LABOR-DEFAULT-TABLE.
           05 WS-DF-ENTRY OCCURS 500 TIMES.
              10 WS-DF-EMP-ID  PIC X(5).
              10 WS-DF-CHARGE-DEPT PIC X(4).
              10 WS-DF-CHARGE-PROJECT PIC X(6).
              10 WS-DF-PERCENT PIC 9(3)V99.

       01  WS-ED-COUNT         PIC 9(2) VALUE 0.
       01  WS-ED-IDX           PIC 9(2).
       01  WS-ED-FOUND-IDX     PIC 9(2).
       01  WS-EMP-DIST-TABLE.
           05 WS-ED-ENTRY OCCURS 20 TIMES.
              10 WS-ED-CHARGE-DEPT PIC X(4).
              10 WS-ED-CHARGE-PROJECT PIC X(6).
              10 WS-ED-SOURCE  PIC X.
              10 WS-ED-WEIGHT  PIC 9(4)V99.
              10 WS-ED-GROSS   PIC 9(7)V99.
              10 WS-ED-OT-PREMIUM PIC 9(7)V99.
              10 WS-ED-ER-TAX  PIC 9(7)V99.
              10 WS-ED-MATCH   PIC 9(7)V99.
       01  WS-ED-TOTAL-WEIGHT  PIC 9(5)V99 VALUE 0.
       01  WS-ED-NEW-DEPT      PIC X(4).
       01  WS-ED-NEW-PROJECT   PIC X(6).
       01  WS-ED-NEW-SOURCE    PIC X.
       01  WS-ED-NEW-WEIGHT    PIC 9(4)V99.
       01  WS-DIST-OT-PREMIUM  PIC 9(7)V99 VALUE 0.
       01  WS-DIST-ER-TAX      PIC 9(7)V99 VALUE 0.
       01  WS-LEFT-GROSS       PIC 9(7)V99 VALUE 0.
       01  WS-LEFT-OT-PREMIUM  PIC 9(7)V99 VALUE 0.
       01  WS-LEFT-ER-TAX      PIC 9(7)V99 VALUE 0.
       01  WS-LEFT-MATCH       PIC 9(7)V99 VALUE 0.

       01  WS-BD-COUNT         PIC 9(3) VALUE 0.
       01  WS-BD-IDX           PIC 9(3).
       01  WS-BD-FOUND-IDX     PIC 9(3).
       01  WS-BLOCK-DIST-TABLE.
           05 WS-BD-ENTRY OCCURS 500 TIMES.
              10 WS-BD-CHARGE-DEPT PIC X(4).
              10 WS-BD-CHARGE-PROJECT PIC X(6).
              10 WS-BD-GROSS   PIC 9(9)V99.
              10 WS-BD-OT-PREMIUM PIC 9(9)V99.
              10 WS-BD-ER-TAX  PIC 9(9)V99.
              10 WS-BD-MATCH   PIC 9(9)V99.

       01  WS-DGL-STATUS       PIC XX.
       01  WS-DGL-EOF          PIC X VALUE 'N'.
              10 WS-DGL-ERTAX-LIAB PIC X(8).
              10 WS-DGL-BENEFIT-LIAB PIC X(8).
              10 WS-DGL-NET-CLEARING PIC X(8).
              10 WS-DGL-OASDI-LIAB PIC X(8).
              10 WS-DGL-MEDICARE-LIAB PIC X(8).

       01  WS-SUSPENSE-ACCOUNT PIC X(8) VALUE '99999999'.
       01  WS-DGL-FOUND        PIC X VALUE 'N'.
       01  WS-POST-ERTAX-LIAB  PIC X(8).
       01  WS-POST-BENEFIT-LIAB PIC X(8).
       01  WS-POST-NET-CLEARING PIC X(8).
       01  WS-POST-OASDI-LIAB  PIC X(8).
       01  WS-POST-MEDICARE-LIAB PIC X(8).

       01  WS-UNMAPPED-COUNT   PIC 9(3) VALUE 0.
       01  WS-UNMAPPED-TABLE.

           PERFORM LOAD-DEDUCTIONS
           PERFORM LOAD-TAX-TABLE
           PERFORM LOAD-FICA-RATES
           IF WS-RUN-MODE = 'S'
               PERFORM LOAD-SUPP-RATES
               PERFORM LOAD-SUPP-EARNINGS
           ELSE
               PERFORM LOAD-LEAVE-POLICIES
               PERFORM LOAD-TIMECARDS
           END-IF
           PERFORM LOAD-BANK-ACCOUNTS
           PERFORM LOAD-DEPT-GL-MAP
           PERFORM LOAD-LABOR-DEFAULTS

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-DEPT-CODE
               PERFORM LOAD-ARREARS-WORK
               PERFORM LOAD-PRENOTE-WORK
               PERFORM LOAD-TERM-WORK
               IF WS-RUN-MODE NOT = 'S'
                   PERFORM LOAD-RETRO-WORK
                   PERFORM LOAD-LEAVE-WORK
                   PERFORM LOAD-LEAVE-REJECTS
               END-IF
               PERFORM LOAD-LABOR-WORK
           ELSE
               PERFORM LOAD-ARREARS
               IF WS-RUN-MODE NOT = 'S'
                   PERFORM SNAPSHOT-ARREARS
                   PERFORM LOAD-RETRO-EARNINGS
                   PERFORM LOAD-LEAVE-BALANCES
                   PERFORM SNAPSHOT-LEAVE
               END-IF
           END-IF

           IF WS-RESTART-MODE = 'N'
               OPEN EXTEND PAPER-PAY-FILE
               OPEN EXTEND GL-POST-FILE
               OPEN EXTEND TERM-REGISTER-FILE
               OPEN EXTEND LABOR-DIST-FILE
               IF WS-LDS-STATUS = '35'
                   OPEN OUTPUT LABOR-DIST-FILE
               END-IF
               PERFORM OPEN-PAY-HISTORY
           ELSE
               OPEN OUTPUT REPORT-FILE
               OPEN OUTPUT PAPER-PAY-FILE
               OPEN OUTPUT GL-POST-FILE
               OPEN OUTPUT TERM-REGISTER-FILE
               OPEN OUTPUT LABOR-DIST-FILE
               PERFORM OPEN-PAY-HISTORY

               STRING WS-CD-MM '/' WS-CD-DD '/' WS-CD-YYYY
               MOVE WS-PERIOD-YEAR TO HDR-PERIOD-YEAR
               MOVE WS-PERIOD-NBR TO HDR-PERIOD-NBR
               MOVE WS-PERIOD-END TO HDR-PERIOD-END
               IF WS-RUN-MODE = 'S'
                   MOVE 'SUPPLEMENTAL REPORT' TO HDR-TITLE
               END-IF

               WRITE REPORT-LINE FROM WS-REPORT-HEADER
               MOVE SPACES TO REPORT-LINE
               END-IF

               PERFORM WRITE-TIMECARD-EXCEPTIONS
               IF WS-RUN-MODE = 'S'
                   PERFORM WRITE-SUPP-EXCEPTIONS
               END-IF
               PERFORM WRITE-UNMAPPED-DEPT-EXCEPTIONS
               PERFORM WRITE-TRAILER
               PERFORM WRITE-GL-CONTROL
                   CKPT-EMPLOYER-TAX CKPT-TAX-FED CKPT-TAX-STATE
                   CKPT-TAX-LOCAL CKPT-DEPT-MATCH CKPT-TOTAL-MATCH
                   CKPT-TERM-SKIPPED CKPT-GROUP-SKIPPED
                   CKPT-DEPT-EE-OASDI CKPT-DEPT-EE-MED
                   CKPT-DEPT-ER-OASDI CKPT-DEPT-ER-MED
                   CKPT-TOTAL-EE-OASDI CKPT-TOTAL-EE-MED
                   CKPT-TOTAL-ER-OASDI CKPT-TOTAL-ER-MED
               MOVE SPACES TO CKPT-LAST-EMP-ID CKPT-DEPT-CODE
               REWRITE CHECKPOINT-RECORD

               PERFORM ADVANCE-PRENOTE-STATUS
               PERFORM SAVE-ARREARS
               IF WS-RUN-MODE = 'S'
                   PERFORM SAVE-SUPP-EARNINGS
               ELSE
                   PERFORM SAVE-RETRO-EARNINGS
                   PERFORM SAVE-LEAVE-BALANCES
                   PERFORM MARK-TERMINATIONS-DONE
                   PERFORM MARK-PERIOD-COMPLETE
               END-IF
               PERFORM RECORD-RUN-COMPLETE
           END-IF

           CLOSE TERM-REGISTER-FILE
           CLOSE LABOR-DIST-FILE
           CLOSE SORTED-EMPLOYEE-FILE
           CLOSE PAY-HISTORY-FILE
           CLOSE GL-POST-FILE
               MOVE WS-CAL-RUN-MODE (WS-CAL-FOUND-IDX)
                   TO WS-RUN-MODE
           END-IF
           IF WS-RUN-MODE = 'S'
               MOVE 'PAYSUPP' TO WS-PAYROLL-STEP
           END-IF
           IF WS-RUN-MODE NOT = 'A'
                   AND WS-RUN-MODE NOT = 'S'
                   AND WS-PERIOD-STATUS = 'C'
                   AND WS-PERIOD-OVERRIDE NOT = 'Y'
               DISPLAY 'FATAL: period ' WS-PERIOD-YEAR '-'
           OPEN OUTPUT ADJ-REGISTER-FILE
           OPEN EXTEND REPORT-FILE
           OPEN OUTPUT DD-REVERSAL-FILE
           OPEN EXTEND CHECK-VOID-FILE
           IF WS-CVD-STATUS = '35'
               OPEN OUTPUT CHECK-VOID-FILE
           END-IF
           IF WS-CVD-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open CHKVOID.DAT (status '
                   WS-CVD-STATUS ') - aborting adjustment run'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           STRING WS-CD-MM '/' WS-CD-DD '/' WS-CD-YYYY
           CLOSE ADJ-REGISTER-FILE
           CLOSE REPORT-FILE
           CLOSE DD-REVERSAL-FILE
           CLOSE CHECK-VOID-FILE
           CLOSE YTD-FILE.

       PROCESS-ADJUSTMENTS.
       VALIDATE-ADJUSTMENT.
           MOVE 'Y' TO WS-ADJ-VALID-FLAG
           MOVE SPACES TO WS-ADJ-REJECT-REASON
           MOVE 0 TO WS-ADJ-OASDI
           MOVE 0 TO WS-ADJ-MEDICARE
           IF ADJ-OASDI NUMERIC
               MOVE ADJ-OASDI TO WS-ADJ-OASDI
           END-IF
           IF ADJ-MEDICARE NUMERIC
               MOVE ADJ-MEDICARE TO WS-ADJ-MEDICARE
           END-IF
           EVALUATE TRUE
               WHEN ADJ-EMP-ID = SPACES
                   MOVE 'N' TO WS-ADJ-VALID-FLAG
               WHEN ADJ-GROSS NOT NUMERIC
                    OR ADJ-TAX NOT NUMERIC
                    OR ADJ-NET NOT NUMERIC
                    OR (ADJ-OASDI NOT NUMERIC
                        AND ADJ-OASDI NOT = SPACES)
                    OR (ADJ-MEDICARE NOT NUMERIC
                        AND ADJ-MEDICARE NOT = SPACES)
                   MOVE 'N' TO WS-ADJ-VALID-FLAG
                   MOVE 'Amounts not numeric'
                       TO WS-ADJ-REJECT-REASON
               WHEN ADJ-GROSS < ADJ-TAX + ADJ-NET
                       + WS-ADJ-OASDI + WS-ADJ-MEDICARE
                   MOVE 'N' TO WS-ADJ-VALID-FLAG
                   MOVE 'Gross less than tax+FICA+net'
                       TO WS-ADJ-REJECT-REASON
           END-EVALUATE.

               COMPUTE WS-ADJ-SIGNED-GROSS = 0 - ADJ-GROSS
               COMPUTE WS-ADJ-SIGNED-TAX = 0 - ADJ-TAX
               COMPUTE WS-ADJ-SIGNED-NET = 0 - ADJ-NET
               COMPUTE WS-ADJ-SIGNED-OASDI = 0 - WS-ADJ-OASDI
               COMPUTE WS-ADJ-SIGNED-MED = 0 - WS-ADJ-MEDICARE
           ELSE
               MOVE ADJ-GROSS TO WS-ADJ-SIGNED-GROSS
               MOVE ADJ-TAX TO WS-ADJ-SIGNED-TAX
               MOVE ADJ-NET TO WS-ADJ-SIGNED-NET
               MOVE WS-ADJ-OASDI TO WS-ADJ-SIGNED-OASDI
               MOVE WS-ADJ-MEDICARE TO WS-ADJ-SIGNED-MED
           END-IF
           PERFORM APPLY-ADJUSTMENT-YTD
           IF WS-ADJ-VALID-FLAG = 'Y'
               ADD WS-ADJ-SIGNED-NET TO WS-ADJ-TOTAL-NET
               PERFORM WRITE-ADJ-REPORT-LINE
               IF ADJ-VOID
                   IF ADJ-CHECK-NBR NUMERIC AND ADJ-CHECK-NBR > 0
                       PERFORM WRITE-ADJ-CHECK-VOID
                   ELSE
                       PERFORM WRITE-ADJ-BANK-REVERSAL
                   END-IF
               END-IF
           END-IF.

                       MOVE 0 TO YTD-TAX-STATE
                       MOVE 0 TO YTD-TAX-LOCAL
                       MOVE WS-ADJ-SIGNED-NET TO YTD-NET
                       MOVE WS-ADJ-SIGNED-GROSS TO YTD-TAXABLE-FED
                       MOVE WS-ADJ-SIGNED-GROSS TO YTD-TAXABLE-STATE
                       MOVE WS-ADJ-SIGNED-GROSS TO YTD-TAXABLE-LOCAL
                       MOVE WS-ADJ-SIGNED-GROSS TO YTD-OASDI-WAGES
                       MOVE WS-ADJ-SIGNED-GROSS TO YTD-MEDICARE-WAGES
                       MOVE WS-ADJ-SIGNED-OASDI TO YTD-OASDI
                       MOVE WS-ADJ-SIGNED-MED TO YTD-MEDICARE
                       MOVE WS-PERIOD-YEAR TO YTD-LAST-YEAR
                       MOVE WS-PERIOD-NBR TO YTD-LAST-PERIOD
                       MOVE WS-RUN-GROUP TO YTD-PAY-GROUP
                       WRITE YTD-RECORD
                   END-IF
               NOT INVALID KEY
                   IF YTD-OASDI NOT NUMERIC
                       MOVE 0 TO YTD-OASDI
                       MOVE 0 TO YTD-MEDICARE
                   END-IF
                   IF ADJ-VOID AND (YTD-GROSS < ADJ-GROSS
                           OR YTD-TAX < ADJ-TAX
                           OR YTD-TAX-FED < ADJ-TAX
                           OR YTD-NET < ADJ-NET
                           OR YTD-OASDI < WS-ADJ-OASDI
                           OR YTD-MEDICARE < WS-ADJ-MEDICARE)
                       MOVE 'N' TO WS-ADJ-VALID-FLAG
                       MOVE 'Void exceeds YTD balance'
                           TO WS-ADJ-REJECT-REASON
                       ADD WS-ADJ-SIGNED-TAX TO YTD-TAX
                       ADD WS-ADJ-SIGNED-TAX TO YTD-TAX-FED
                       ADD WS-ADJ-SIGNED-NET TO YTD-NET
                       PERFORM ADJUST-YTD-TAXABLE
                       MOVE WS-PERIOD-YEAR TO YTD-LAST-YEAR
                       MOVE WS-PERIOD-NBR TO YTD-LAST-PERIOD
                       REWRITE YTD-RECORD
                   END-IF
           END-READ.

       ADJUST-YTD-TAXABLE.
           IF YTD-TAXABLE-FED NOT NUMERIC
               MOVE 0 TO YTD-TAXABLE-FED
           END-IF
           IF YTD-TAXABLE-STATE NOT NUMERIC
               MOVE 0 TO YTD-TAXABLE-STATE
           END-IF
           IF YTD-TAXABLE-LOCAL NOT NUMERIC
               MOVE 0 TO YTD-TAXABLE-LOCAL
           END-IF
           COMPUTE WS-ADJ-TAXABLE-SIGNED =
               YTD-TAXABLE-FED + WS-ADJ-SIGNED-GROSS
           IF WS-ADJ-TAXABLE-SIGNED < 0
               MOVE 0 TO YTD-TAXABLE-FED
           ELSE
               MOVE WS-ADJ-TAXABLE-SIGNED TO YTD-TAXABLE-FED
           END-IF
           COMPUTE WS-ADJ-TAXABLE-SIGNED =
               YTD-TAXABLE-STATE + WS-ADJ-SIGNED-GROSS
           IF WS-ADJ-TAXABLE-SIGNED < 0
               MOVE 0 TO YTD-TAXABLE-STATE
           ELSE
               MOVE WS-ADJ-TAXABLE-SIGNED TO YTD-TAXABLE-STATE
           END-IF
           COMPUTE WS-ADJ-TAXABLE-SIGNED =
               YTD-TAXABLE-LOCAL + WS-ADJ-SIGNED-GROSS
           IF WS-ADJ-TAXABLE-SIGNED < 0
               MOVE 0 TO YTD-TAXABLE-LOCAL
           ELSE
               MOVE WS-ADJ-TAXABLE-SIGNED TO YTD-TAXABLE-LOCAL
           END-IF
           IF YTD-MEDICARE-WAGES NOT NUMERIC
               COMPUTE YTD-OASDI-WAGES =
                   YTD-GROSS - WS-ADJ-SIGNED-GROSS
               COMPUTE YTD-MEDICARE-WAGES =
                   YTD-GROSS - WS-ADJ-SIGNED-GROSS
           END-IF
           COMPUTE YTD-OASDI = YTD-OASDI + WS-ADJ-SIGNED-OASDI
           COMPUTE YTD-MEDICARE = YTD-MEDICARE + WS-ADJ-SIGNED-MED
           COMPUTE WS-ADJ-TAXABLE-SIGNED =
               YTD-OASDI-WAGES + WS-ADJ-SIGNED-GROSS
           IF WS-ADJ-TAXABLE-SIGNED < 0
               MOVE 0 TO YTD-OASDI-WAGES
           ELSE
               MOVE WS-ADJ-TAXABLE-SIGNED TO YTD-OASDI-WAGES
           END-IF
           COMPUTE WS-ADJ-TAXABLE-SIGNED =
               YTD-MEDICARE-WAGES + WS-ADJ-SIGNED-GROSS
           IF WS-ADJ-TAXABLE-SIGNED < 0
               MOVE 0 TO YTD-MEDICARE-WAGES
           ELSE
               MOVE WS-ADJ-TAXABLE-SIGNED TO YTD-MEDICARE-WAGES
           END-IF.

       WRITE-ADJ-REPORT-LINE.
           MOVE ADJ-EMP-ID TO ARD-EMP-ID
           MOVE ADJ-EMP-NAME TO ARD-EMP-NAME
                   'manually'
           END-IF.

       WRITE-ADJ-CHECK-VOID.
           MOVE ADJ-CHECK-NBR TO CV-CHECK-NBR
           MOVE ADJ-EMP-ID TO CV-EMP-ID
           MOVE ADJ-EMP-NAME TO CV-EMP-NAME
           MOVE ADJ-NET TO CV-NET-PAY
           MOVE WS-RUN-DATE-STAMP TO CV-VOID-DATE
           MOVE WS-PERIOD-YEAR TO CV-PERIOD-YEAR
           MOVE WS-PERIOD-NBR TO CV-PERIOD-NBR
           MOVE WS-RUN-GROUP TO CV-PAY-GROUP
           WRITE CHECK-VOID-RECORD.

       WRITE-ADJ-REGISTER-LINE.
           IF ADJ-VOID
               MOVE 'VOID' TO ADJD-TYPE
           PERFORM REWRITE-PERIOD-CONTROL.

       RECORD-RUN-START.
           PERFORM VERIFY-PRIOR-RUNS-RELEASED
           MOVE 'S' TO WS-RUN-ACTION
           MOVE WS-PAYROLL-STEP TO WS-RUN-PROGRAM
           MOVE 0 TO WS-RUN-COUNT
           MOVE 0 TO WS-RUN-GROSS
           MOVE 0 TO WS-RUN-NET
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT
           IF WS-RUN-MODE = 'S'
               PERFORM REOPEN-SUPP-STEPS
           END-IF.

       REOPEN-SUPP-STEPS.
           MOVE 'S' TO WS-RUN-ACTION
           MOVE 'DDSUPP' TO WS-RUN-PROGRAM
           MOVE 0 TO WS-RUN-COUNT
           MOVE 0 TO WS-RUN-GROSS
           MOVE 0 TO WS-RUN-NET
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT
           MOVE 'S' TO WS-RUN-ACTION
           MOVE 'DEDSUPP' TO WS-RUN-PROGRAM
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT
           MOVE 'S' TO WS-RUN-ACTION
           MOVE 'CHECKSUPP' TO WS-RUN-PROGRAM
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT
           MOVE 'S' TO WS-RUN-ACTION
           MOVE 'RECONSUPP' TO WS-RUN-PROGRAM
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT
           MOVE 'S' TO WS-RUN-ACTION
           MOVE 'REVSUPP' TO WS-RUN-PROGRAM
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT.

       VERIFY-PRIOR-RUNS-RELEASED.
           MOVE 'PAYSUPP' TO WS-PRIOR-PAY-STEP
           MOVE 'DDSUPP' TO WS-PRIOR-DOWN-STEP (1)
           MOVE 'CHECKSUPP' TO WS-PRIOR-DOWN-STEP (2)
           MOVE 'RECONSUPP' TO WS-PRIOR-DOWN-STEP (3)
           MOVE 'DEDSUPP' TO WS-PRIOR-DOWN-STEP (4)
           PERFORM VERIFY-PRIOR-RUN-RELEASED
           IF WS-RUN-MODE = 'S'
               MOVE 'PAYROLL' TO WS-PRIOR-PAY-STEP
               MOVE 'DDRELEASE' TO WS-PRIOR-DOWN-STEP (1)
               MOVE 'CHECKPRINT' TO WS-PRIOR-DOWN-STEP (2)
               MOVE 'RECONCILE' TO WS-PRIOR-DOWN-STEP (3)
               MOVE 'DEDREMIT' TO WS-PRIOR-DOWN-STEP (4)
               PERFORM VERIFY-PRIOR-RUN-RELEASED
           END-IF.

       VERIFY-PRIOR-RUN-RELEASED.
           MOVE 'V' TO WS-RUN-ACTION
           MOVE WS-PRIOR-PAY-STEP TO WS-RUN-PROGRAM
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT
           IF WS-RUN-RESULT = 'Y'
               PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                       UNTIL WS-PRIOR-IDX > 4
                   MOVE 'V' TO WS-RUN-ACTION
                   MOVE WS-PRIOR-DOWN-STEP (WS-PRIOR-IDX)
                       TO WS-RUN-PROGRAM
                   CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
                       WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
                       WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET
                       WS-RUN-RESULT
                   IF WS-RUN-RESULT NOT = 'Y'
                       DISPLAY 'FATAL: ' WS-PRIOR-PAY-STEP
                           ' run for period ' WS-PERIOD-YEAR '-'
                           WS-PERIOD-NBR ' has not completed '
                           WS-RUN-PROGRAM ' per RUNCTL.DAT - this '
                           'run would overwrite its DIRECTDEP.DAT, '
                           'PAPERPAY.DAT and GLPOST.DAT'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
           END-IF.

       RECORD-RUN-COMPLETE.
           MOVE 'C' TO WS-RUN-ACTION
           MOVE WS-PAYROLL-STEP TO WS-RUN-PROGRAM
           MOVE WS-TOTAL-COUNT TO WS-RUN-COUNT
           MOVE WS-TOTAL-GROSS TO WS-RUN-GROSS
           MOVE WS-TOTAL-NET TO WS-RUN-NET
                           MOVE YTD-TAX-STATE TO YH-TAX-STATE
                           MOVE YTD-TAX-LOCAL TO YH-TAX-LOCAL
                           MOVE YTD-NET TO YH-NET
                           MOVE YTD-TAXABLE-FED TO YH-TAXABLE-FED
                           MOVE YTD-TAXABLE-STATE TO YH-TAXABLE-STATE
                           MOVE YTD-TAXABLE-LOCAL TO YH-TAXABLE-LOCAL
                           MOVE YTD-OASDI-WAGES TO YH-OASDI-WAGES
                           MOVE YTD-MEDICARE-WAGES
                               TO YH-MEDICARE-WAGES
                           MOVE YTD-OASDI TO YH-OASDI
                           MOVE YTD-MEDICARE TO YH-MEDICARE
                           WRITE YTD-HIST-RECORD
                           DELETE YTD-FILE RECORD
                       END-IF
           PERFORM REWRITE-PERIOD-CONTROL.

       SNAPSHOT-YTD.
           IF WS-RUN-MODE = 'S'
               OPEN OUTPUT YTD-SUPP-PRIOR-FILE
           ELSE
               OPEN OUTPUT YTD-PRIOR-FILE
           END-IF
           MOVE LOW-VALUES TO YTD-EMP-ID
           START YTD-FILE KEY IS NOT LESS THAN YTD-EMP-ID
               INVALID KEY
                       MOVE YTD-TAX-STATE TO YTDP-TAX-STATE
                       MOVE YTD-TAX-LOCAL TO YTDP-TAX-LOCAL
                       MOVE YTD-NET TO YTDP-NET
                       MOVE YTD-TAXABLE-FED TO YTDP-TAXABLE-FED
                       MOVE YTD-TAXABLE-STATE TO YTDP-TAXABLE-STATE
                       MOVE YTD-TAXABLE-LOCAL TO YTDP-TAXABLE-LOCAL
                       MOVE YTD-OASDI-WAGES TO YTDP-OASDI-WAGES
                       MOVE YTD-MEDICARE-WAGES TO YTDP-MEDICARE-WAGES
                       MOVE YTD-OASDI TO YTDP-OASDI
                       MOVE YTD-MEDICARE TO YTDP-MEDICARE
                       IF WS-RUN-MODE = 'S'
                           WRITE YTD-SUPP-PRIOR-RECORD
                               FROM WS-YTD-PRIOR-ENTRY
                       ELSE
                           WRITE YTD-PRIOR-RECORD
                               FROM WS-YTD-PRIOR-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO WS-YTD-STATUS
           IF WS-RUN-MODE = 'S'
               CLOSE YTD-SUPP-PRIOR-FILE
           ELSE
               CLOSE YTD-PRIOR-FILE
           END-IF.

       INIT-CHECKPOINT.
           OPEN I-O CHECKPOINT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-OTHER-CHECKPOINT
           IF WS-RUN-MODE = 'S'
               MOVE 'SK' TO WS-CKPT-KEY-TYPE
           ELSE
               MOVE 'CK' TO WS-CKPT-KEY-TYPE
           END-IF
           MOVE WS-RUN-GROUP TO WS-CKPT-KEY-GROUP
           MOVE WS-CKPT-KEY-BUILD TO CKPT-KEY
           READ CHECKPOINT-FILE
                       CKPT-EMPLOYER-TAX CKPT-TAX-FED CKPT-TAX-STATE
                       CKPT-TAX-LOCAL CKPT-DEPT-MATCH CKPT-TOTAL-MATCH
                       CKPT-TERM-SKIPPED CKPT-GROUP-SKIPPED
                       CKPT-DEPT-EE-OASDI CKPT-DEPT-EE-MED
                       CKPT-DEPT-ER-OASDI CKPT-DEPT-ER-MED
                       CKPT-TOTAL-EE-OASDI CKPT-TOTAL-EE-MED
                       CKPT-TOTAL-ER-OASDI CKPT-TOTAL-ER-MED
                   MOVE SPACES TO CKPT-LAST-EMP-ID CKPT-DEPT-CODE
                   WRITE CHECKPOINT-RECORD
               NOT INVALID KEY
                       MOVE CKPT-TOTAL-MATCH TO WS-TOTAL-MATCH
                       MOVE CKPT-TERM-SKIPPED TO WS-TERM-SKIPPED
                       MOVE CKPT-GROUP-SKIPPED TO WS-GROUP-SKIPPED
                       MOVE CKPT-DEPT-EE-OASDI TO WS-DEPT-EE-OASDI
                       MOVE CKPT-DEPT-EE-MED TO WS-DEPT-EE-MEDICARE
                       MOVE CKPT-DEPT-ER-OASDI TO WS-DEPT-ER-OASDI
                       MOVE CKPT-DEPT-ER-MED TO WS-DEPT-ER-MEDICARE
                       MOVE CKPT-TOTAL-EE-OASDI TO WS-TOTAL-EE-OASDI
                       MOVE CKPT-TOTAL-EE-MED TO WS-TOTAL-EE-MEDICARE
                       MOVE CKPT-TOTAL-ER-OASDI TO WS-TOTAL-ER-OASDI
                       MOVE CKPT-TOTAL-ER-MED TO WS-TOTAL-ER-MEDICARE
                       COMPUTE WS-TOTAL-EE-FICA =
                           WS-TOTAL-EE-OASDI + WS-TOTAL-EE-MEDICARE
                       IF CKPT-DEPT-CODE NOT = SPACES
                           MOVE 'N' TO WS-FIRST-RECORD
                       END-IF
                   END-IF
           END-READ.

       CHECK-OTHER-CHECKPOINT.
           IF WS-RUN-MODE = 'S'
               MOVE 'CK' TO WS-CKPT-KEY-TYPE
           ELSE
               MOVE 'SK' TO WS-CKPT-KEY-TYPE
           END-IF
           MOVE WS-RUN-GROUP TO WS-CKPT-KEY-GROUP
           MOVE WS-CKPT-KEY-BUILD TO CKPT-KEY
           READ CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CKPT-COUNT > 0
                       IF WS-RUN-MODE = 'S'
                           DISPLAY 'FATAL: regular payroll for pay '
                               'group ' WS-RUN-GROUP ' has a pending '
                               'restart - finish it before running '
                               'supplemental pay'
                       ELSE
                           DISPLAY 'FATAL: supplemental pay for pay '
                               'group ' WS-RUN-GROUP ' has a pending '
                               'restart - finish it before running '
                               'regular payroll'
                       END-IF
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       PROCESS-EMPLOYEES.
           READ SORTED-EMPLOYEE-FILE INTO WS-EMPLOYEE
               AT END
                                   AND NOT WS-EMP-TERM-PAID
                               PERFORM MARK-TIMECARDS-USED
                           END-IF
                           IF WS-EMP-PAY-BASIS NOT = 'H' AND NOT SPACE
                                   AND NOT WS-EMP-TERM-PAID
                               PERFORM MARK-LEAVE-TIMECARDS-USED
                           END-IF
                           IF WS-RUN-MODE = 'S'
                               PERFORM FIND-SUPP-EARNINGS
                               IF WS-SUPP-TOTAL NOT > WS-SUPP-LIMIT
                                   PERFORM MARK-SUPP-PAID
                               END-IF
                           END-IF
                       END-IF
                   ELSE
                       EVALUATE TRUE
                           WHEN WS-EMP-PAY-GROUP NOT = WS-RUN-GROUP
                               ADD 1 TO WS-GROUP-SKIPPED
                               PERFORM MARK-TIMECARDS-USED
                           WHEN WS-RUN-MODE = 'S'
                               PERFORM PROCESS-SUPP-EMPLOYEE
                           WHEN WS-EMP-TERM-PAID
                               ADD 1 TO WS-TERM-SKIPPED
                           WHEN OTHER
       PROCESS-ONE-EMPLOYEE.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-RUN-MODE = 'S'
               PERFORM SELECT-SUPP-EARNINGS
           ELSE
               IF WS-EMP-TERMINATED
                   MOVE 'Y' TO WS-FINAL-PAY-FLAG
               ELSE
                   MOVE 'N' TO WS-FINAL-PAY-FLAG
               END-IF
               PERFORM SELECT-TIMECARD-HOURS
               IF WS-EMPLOYEE-VALID
                   PERFORM VALIDATE-EMPLOYEE
               END-IF
           END-IF
           IF WS-EMPLOYEE-VALID
               PERFORM CALCULATE-PAY
               PERFORM UPDATE-YTD
               PERFORM WRITE-REPORT
               PERFORM WRITE-PAY-HISTORY
               IF WS-RUN-MODE = 'S'
                   PERFORM MARK-SUPP-PAID
               ELSE
                   PERFORM POST-LEAVE-BALANCE
               END-IF
               PERFORM WRITE-DIRECT-DEPOSIT
               PERFORM ACCUMULATE-TOTALS
               PERFORM ACCUMULATE-DEPT-TOTALS
               PERFORM DISTRIBUTE-LABOR
               IF WS-FINAL-PAY-FLAG = 'Y'
                   PERFORM RECORD-FINAL-PAY
               END-IF
               PERFORM WRITE-EXCEPTION
           END-IF.

       PROCESS-SUPP-EMPLOYEE.
           PERFORM FIND-SUPP-EARNINGS
           IF WS-SUPP-ENTRIES > 0
               PERFORM PROCESS-ONE-EMPLOYEE
           END-IF.

       FIND-SUPP-EARNINGS.
           MOVE 0 TO WS-SUPP-TOTAL
           MOVE 0 TO WS-SUPP-ENTRIES
           PERFORM VARYING WS-SE-IDX FROM 1 BY 1
                   UNTIL WS-SE-IDX > WS-SE-COUNT
               IF WS-SE-EMP-ID (WS-SE-IDX) = WS-EMP-ID
                       AND WS-SE-USED (WS-SE-IDX) = 'N'
                   ADD WS-SE-AMOUNT (WS-SE-IDX) TO WS-SUPP-TOTAL
                   ADD 1 TO WS-SUPP-ENTRIES
                   MOVE 'M' TO WS-SE-USED (WS-SE-IDX)
               END-IF
           END-PERFORM.

       SELECT-SUPP-EARNINGS.
           MOVE 'N' TO WS-FINAL-PAY-FLAG
           MOVE 0 TO WS-VAC-HOURS
           MOVE 0 TO WS-SICK-HOURS
           MOVE 0 TO WS-HOL-HOURS
           MOVE 0 TO WS-LEAVE-HOURS
           IF WS-SUPP-TOTAL > WS-SUPP-LIMIT
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 'Supplemental total over 99,999.99 limit'
                   TO WS-REJECT-REASON
           END-IF.

       MARK-SUPP-PAID.
           PERFORM VARYING WS-SE-IDX FROM 1 BY 1
                   UNTIL WS-SE-IDX > WS-SE-COUNT
               IF WS-SE-EMP-ID (WS-SE-IDX) = WS-EMP-ID
                       AND WS-SE-USED (WS-SE-IDX) = 'M'
                   MOVE 'Y' TO WS-SE-USED (WS-SE-IDX)
               END-IF
           END-PERFORM.

       RECORD-FINAL-PAY.
           MOVE WS-EMP-ID TO TRM-EMP-ID
           MOVE WS-EMP-NAME TO TRM-EMP-NAME
           ADD WS-TAX TO WS-DEPT-TAX
           ADD WS-NET-PAY TO WS-DEPT-NET
           ADD WS-TOTAL-DEDUCTIONS TO WS-DEPT-DEDS
           ADD WS-EMPLOYER-MATCH TO WS-DEPT-MATCH
           ADD WS-EE-OASDI TO WS-DEPT-EE-OASDI
           ADD WS-EE-MEDICARE TO WS-DEPT-EE-MEDICARE
           ADD WS-ER-OASDI TO WS-DEPT-ER-OASDI
           ADD WS-ER-MEDICARE TO WS-DEPT-ER-MEDICARE.

       RESET-DEPT-TOTALS.
           MOVE 0 TO WS-DEPT-COUNT
           MOVE 0 TO WS-DEPT-TAX
           MOVE 0 TO WS-DEPT-NET
           MOVE 0 TO WS-DEPT-DEDS
           MOVE 0 TO WS-DEPT-MATCH
           MOVE 0 TO WS-DEPT-EE-OASDI
           MOVE 0 TO WS-DEPT-EE-MEDICARE
           MOVE 0 TO WS-DEPT-ER-OASDI
           MOVE 0 TO WS-DEPT-ER-MEDICARE
           MOVE 0 TO WS-BD-COUNT.

       WRITE-GL-DEPT-POSTINGS.
           COMPUTE WS-DEPT-EMPLOYER-TAX =
               WS-DEPT-ER-OASDI + WS-DEPT-ER-MEDICARE
           ADD WS-DEPT-EMPLOYER-TAX TO WS-TOTAL-EMPLOYER-TAX
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BD-COUNT
               PERFORM WRITE-GL-CHARGE-POSTINGS
           END-PERFORM
           MOVE WS-PREV-DEPT-CODE TO WS-GL-LOOKUP-DEPT
           PERFORM SELECT-DEPT-GL-ACCOUNTS
           MOVE WS-PREV-DEPT-CODE TO WS-GL-POST-DEPT
           MOVE SPACES TO WS-GL-PROJECT
           MOVE WS-POST-TAX-LIAB TO WS-GL-ACCOUNT
           MOVE 'CR' TO WS-GL-DR-CR
           MOVE WS-DEPT-TAX TO WS-GL-AMOUNT
           MOVE WS-DEPT-DEDS TO WS-GL-AMOUNT
           MOVE 'DEDUCTIONS WITHHELD' TO WS-GL-DESC
           PERFORM WRITE-GL-RECORD
           MOVE WS-POST-OASDI-LIAB TO WS-GL-ACCOUNT
           MOVE 'CR' TO WS-GL-DR-CR
           MOVE WS-DEPT-EE-OASDI TO WS-GL-AMOUNT
           MOVE 'EE OASDI WITHHELD' TO WS-GL-DESC
           PERFORM WRITE-GL-RECORD
           MOVE WS-POST-MEDICARE-LIAB TO WS-GL-ACCOUNT
           MOVE 'CR' TO WS-GL-DR-CR
           MOVE WS-DEPT-EE-MEDICARE TO WS-GL-AMOUNT
           MOVE 'EE MEDICARE WITHHELD' TO WS-GL-DESC
           PERFORM WRITE-GL-RECORD
           MOVE WS-POST-OASDI-LIAB TO WS-GL-ACCOUNT
           MOVE 'CR' TO WS-GL-DR-CR
           MOVE WS-DEPT-ER-OASDI TO WS-GL-AMOUNT
           MOVE 'ER OASDI PAYABLE' TO WS-GL-DESC
           PERFORM WRITE-GL-RECORD
           MOVE WS-POST-MEDICARE-LIAB TO WS-GL-ACCOUNT
           MOVE 'CR' TO WS-GL-DR-CR
           MOVE WS-DEPT-ER-MEDICARE TO WS-GL-AMOUNT
           MOVE 'ER MEDICARE PAYABLE' TO WS-GL-DESC
           PERFORM WRITE-GL-RECORD
           MOVE WS-POST-BENEFIT-LIAB TO WS-GL-ACCOUNT
           MOVE 'CR' TO WS-GL-DR-CR
           MOVE 'NET PAY CLEARING' TO WS-GL-DESC
           PERFORM WRITE-GL-RECORD.

       WRITE-GL-CHARGE-POSTINGS.
           MOVE WS-BD-CHARGE-DEPT (WS-BD-IDX) TO WS-GL-LOOKUP-DEPT
           PERFORM SELECT-DEPT-GL-ACCOUNTS
           MOVE WS-BD-CHARGE-DEPT (WS-BD-IDX) TO WS-GL-POST-DEPT
           MOVE WS-BD-CHARGE-PROJECT (WS-BD-IDX) TO WS-GL-PROJECT
           MOVE WS-POST-WAGE-EXP TO WS-GL-ACCOUNT
           MOVE 'DR' TO WS-GL-DR-CR
           COMPUTE WS-GL-AMOUNT = WS-BD-GROSS (WS-BD-IDX)
               - WS-BD-OT-PREMIUM (WS-BD-IDX)
           MOVE 'WAGE EXPENSE' TO WS-GL-DESC
           PERFORM WRITE-GL-RECORD
           IF WS-BD-OT-PREMIUM (WS-BD-IDX) > 0
               MOVE WS-POST-WAGE-EXP TO WS-GL-ACCOUNT
               MOVE 'DR' TO WS-GL-DR-CR
               MOVE WS-BD-OT-PREMIUM (WS-BD-IDX) TO WS-GL-AMOUNT
               MOVE 'OT PREMIUM EXPENSE' TO WS-GL-DESC
               PERFORM WRITE-GL-RECORD
           END-IF
           MOVE WS-POST-ERTAX-EXP TO WS-GL-ACCOUNT
           MOVE 'DR' TO WS-GL-DR-CR
           MOVE WS-BD-ER-TAX (WS-BD-IDX) TO WS-GL-AMOUNT
           MOVE 'EMPLOYER TAX EXP' TO WS-GL-DESC
           PERFORM WRITE-GL-RECORD
           MOVE WS-POST-BENEFIT-EXP TO WS-GL-ACCOUNT
           MOVE 'DR' TO WS-GL-DR-CR
           MOVE WS-BD-MATCH (WS-BD-IDX) TO WS-GL-AMOUNT
           MOVE 'EMPLOYER BENEFIT EXP' TO WS-GL-DESC
           PERFORM WRITE-GL-RECORD.

       SELECT-DEPT-GL-ACCOUNTS.
           MOVE 'N' TO WS-DGL-FOUND
           MOVE 0 TO WS-DGL-FOUND-IDX
           PERFORM VARYING WS-DGL-IDX FROM 1 BY 1
                   UNTIL WS-DGL-IDX > WS-DGL-COUNT
                      OR WS-DGL-FOUND = 'Y'
               IF WS-DGL-DEPT-CODE (WS-DGL-IDX) = WS-GL-LOOKUP-DEPT
                   MOVE 'Y' TO WS-DGL-FOUND
                   SET WS-DGL-FOUND-IDX TO WS-DGL-IDX
               END-IF
                   TO WS-POST-BENEFIT-LIAB
               MOVE WS-DGL-NET-CLEARING (WS-DGL-FOUND-IDX)
                   TO WS-POST-NET-CLEARING
               MOVE WS-DGL-OASDI-LIAB (WS-DGL-FOUND-IDX)
                   TO WS-POST-OASDI-LIAB
               MOVE WS-DGL-MEDICARE-LIAB (WS-DGL-FOUND-IDX)
                   TO WS-POST-MEDICARE-LIAB
               IF WS-POST-OASDI-LIAB = SPACES
                   MOVE WS-POST-ERTAX-LIAB TO WS-POST-OASDI-LIAB
               END-IF
               IF WS-POST-MEDICARE-LIAB = SPACES
                   MOVE WS-POST-ERTAX-LIAB TO WS-POST-MEDICARE-LIAB
               END-IF
           ELSE
               MOVE WS-SUSPENSE-ACCOUNT TO WS-POST-WAGE-EXP
               MOVE WS-SUSPENSE-ACCOUNT TO WS-POST-ERTAX-EXP
               MOVE WS-SUSPENSE-ACCOUNT TO WS-POST-ERTAX-LIAB
               MOVE WS-SUSPENSE-ACCOUNT TO WS-POST-BENEFIT-LIAB
               MOVE WS-SUSPENSE-ACCOUNT TO WS-POST-NET-CLEARING
               MOVE WS-SUSPENSE-ACCOUNT TO WS-POST-OASDI-LIAB
               MOVE WS-SUSPENSE-ACCOUNT TO WS-POST-MEDICARE-LIAB
               PERFORM RECORD-UNMAPPED-DEPT
           END-IF.

                   UNTIL WS-UNMAPPED-IDX > WS-UNMAPPED-COUNT
                      OR WS-UNMAPPED-KNOWN = 'Y'
               IF WS-UNMAPPED-DEPT (WS-UNMAPPED-IDX)
                       = WS-GL-LOOKUP-DEPT
                   MOVE 'Y' TO WS-UNMAPPED-KNOWN
               END-IF
           END-PERFORM
           IF WS-UNMAPPED-KNOWN = 'N' AND WS-UNMAPPED-COUNT < 50
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE WS-GL-LOOKUP-DEPT
                   TO WS-UNMAPPED-DEPT (WS-UNMAPPED-COUNT)
           END-IF.

                               TO WS-DGL-BENEFIT-LIAB (WS-DGL-COUNT)
                           MOVE DG-NET-CLEARING
                               TO WS-DGL-NET-CLEARING (WS-DGL-COUNT)
                           MOVE DG-OASDI-LIAB
                               TO WS-DGL-OASDI-LIAB (WS-DGL-COUNT)
                           MOVE DG-MEDICARE-LIAB
                               TO WS-DGL-MEDICARE-LIAB (WS-DGL-COUNT)
                       ELSE
                           DISPLAY 'WARNING: dept GL table full '
                               '(50) - discarding mapping for '
       WRITE-GL-RECORD.
           MOVE '1' TO GL-REC-TYPE
           MOVE WS-GL-ACCOUNT TO GL-ACCOUNT
           MOVE WS-GL-POST-DEPT TO GL-DEPT-CODE
           MOVE WS-GL-DR-CR TO GL-DR-CR
           MOVE WS-GL-AMOUNT TO GL-AMOUNT
           MOVE WS-GL-DESC TO GL-DESC
           MOVE WS-RUN-DATE-STAMP TO GL-RUN-DATE
           MOVE WS-GL-PROJECT TO GL-PROJECT
           WRITE GL-POST-RECORD.

       WRITE-GL-CONTROL.
               WS-TOTAL-GROSS + WS-TOTAL-EMPLOYER-TAX
               + WS-TOTAL-MATCH
           COMPUTE WS-TOTAL-CREDITS =
               WS-TOTAL-TAX + WS-TOTAL-EE-FICA + WS-TOTAL-DEDS
               + WS-TOTAL-EMPLOYER-TAX + WS-TOTAL-MATCH
               + WS-TOTAL-NET
           MOVE '9' TO GL-REC-TYPE
           MOVE 'DR' TO GL-DR-CR
           MOVE WS-TOTAL-DEBITS TO GL-AMOUNT
           MOVE 'TOTAL DEBITS' TO GL-DESC
           MOVE WS-RUN-DATE-STAMP TO GL-RUN-DATE
           MOVE SPACES TO GL-PROJECT
           WRITE GL-POST-RECORD
           MOVE '9' TO GL-REC-TYPE
           MOVE 'CONTROL' TO GL-ACCOUNT
           MOVE 'CR' TO GL-DR-CR
           MOVE WS-TOTAL-CREDITS TO GL-AMOUNT
           MOVE 'TOTAL CREDITS' TO GL-DESC
           MOVE WS-RUN-DATE-STAMP TO GL-RUN-DATE
           MOVE SPACES TO GL-PROJECT
           WRITE GL-POST-RECORD
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY 'WARNING: GL posting extract out of balance - '
           MOVE WS-TOTAL-MATCH   TO CKPT-TOTAL-MATCH
           MOVE WS-TERM-SKIPPED  TO CKPT-TERM-SKIPPED
           MOVE WS-GROUP-SKIPPED TO CKPT-GROUP-SKIPPED
           MOVE WS-DEPT-EE-OASDI TO CKPT-DEPT-EE-OASDI
           MOVE WS-DEPT-EE-MEDICARE TO CKPT-DEPT-EE-MED
           MOVE WS-DEPT-ER-OASDI TO CKPT-DEPT-ER-OASDI
           MOVE WS-DEPT-ER-MEDICARE TO CKPT-DEPT-ER-MED
           MOVE WS-TOTAL-EE-OASDI TO CKPT-TOTAL-EE-OASDI
           MOVE WS-TOTAL-EE-MEDICARE TO CKPT-TOTAL-EE-MED
           MOVE WS-TOTAL-ER-OASDI TO CKPT-TOTAL-ER-OASDI
           MOVE WS-TOTAL-ER-MEDICARE TO CKPT-TOTAL-ER-MED
           REWRITE CHECKPOINT-RECORD
           PERFORM SAVE-ARREARS-WORK
           PERFORM SAVE-PRENOTE-WORK
           PERFORM SAVE-TERM-WORK
           IF WS-RUN-MODE NOT = 'S'
               PERFORM SAVE-RETRO-WORK
               PERFORM SAVE-LEAVE-WORK
               PERFORM SAVE-LEAVE-REJECTS
           END-IF
           PERFORM SAVE-LABOR-WORK.

       VALIDATE-EMPLOYEE.
           CALL 'VALIDEMP' USING WS-EMP-ID WS-EMP-PAY-BASIS
                   AT END
                       MOVE 'Y' TO WS-DED-EOF
                   NOT AT END
                       IF WS-RUN-MODE NOT = 'S'
                               OR DED-APPLIES-TO-SUPP
                           PERFORM ADD-DEDUCTION-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEDUCTIONS-FILE.

       ADD-DEDUCTION-ENTRY.
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
               ELSE
                   MOVE 99
                       TO WS-DED-PRIORITY (WS-DED-COUNT)
               END-IF
               IF DED-MATCH-PCT NUMERIC
                   MOVE DED-MATCH-PCT
                       TO WS-DED-MATCH-PCT (WS-DED-COUNT)
               ELSE
                   MOVE 0
                       TO WS-DED-MATCH-PCT (WS-DED-COUNT)
               END-IF
               IF DED-MATCH-CAP NUMERIC
                   MOVE DED-MATCH-CAP
                       TO WS-DED-MATCH-CAP (WS-DED-COUNT)
               ELSE
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
                   DED-EMP-ID
           END-IF.

       LOAD-TAX-TABLE.
           OPEN INPUT TAX-TABLE-FILE
           IF WS-TAXT-STATUS NOT = '00'
               STOP RUN
           END-IF.

       LOAD-FICA-RATES.
           OPEN INPUT FICA-RATE-FILE
           IF WS-FICA-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open FICARATE.DAT (status '
                   WS-FICA-STATUS ') - run requires the OASDI and '
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

       LOAD-SUPP-RATES.
           OPEN INPUT SUPP-RATE-FILE
           IF WS-SRT-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open SUPPRATE.DAT (status '
                   WS-SRT-STATUS ') - supplemental run requires the '
                   'supplemental withholding rate file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SRT-EOF = 'Y'
               READ SUPP-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-SRT-EOF
                   NOT AT END
                       IF SR-YEAR = WS-PERIOD-YEAR
                           PERFORM ADD-SUPP-RATE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPP-RATE-FILE
           IF WS-SR-FED-FOUND = 'N'
               DISPLAY 'FATAL: SUPPRATE.DAT has no federal (US) '
                   'supplemental rate for year ' WS-PERIOD-YEAR
                   ' - cannot withhold on supplemental pay'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-SUPP-RATE-ENTRY.
           IF SR-JURIS-CODE = 'US'
               MOVE 'Y' TO WS-SR-FED-FOUND
               MOVE SR-RATE TO WS-SR-FED-RATE
           ELSE
               IF WS-SR-COUNT < 60
                   ADD 1 TO WS-SR-COUNT
                   MOVE SR-JURIS-CODE TO WS-SR-STATE (WS-SR-COUNT)
                   MOVE SR-METHOD TO WS-SR-METHOD (WS-SR-COUNT)
                   IF SR-RATE NUMERIC
                       MOVE SR-RATE TO WS-SR-RATE (WS-SR-COUNT)
                   ELSE
                       MOVE 0 TO WS-SR-RATE (WS-SR-COUNT)
                   END-IF
               ELSE
                   DISPLAY 'WARNING: supplemental rate table full '
                       '(60) - state ' SR-JURIS-CODE ' withheld at '
                       'regular rates'
               END-IF
           END-IF.

       LOAD-SUPP-EARNINGS.
           OPEN INPUT SUPP-EARN-FILE
           IF WS-SEN-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open SUPPEARN.DAT (status '
                   WS-SEN-STATUS ') - supplemental run requires the '
                   'bonus and earnings input file'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SEN-EOF = 'Y'
               READ SUPP-EARN-FILE
                   AT END
                       MOVE 'Y' TO WS-SEN-EOF
                   NOT AT END
                       IF WS-SE-COUNT < 1000
                           ADD 1 TO WS-SE-COUNT
                           MOVE SUPP-EARNINGS-RECORD
                               TO WS-SE-RECORD (WS-SE-COUNT)
                           MOVE SE-EMP-ID
                               TO WS-SE-EMP-ID (WS-SE-COUNT)
                           EVALUATE TRUE
                               WHEN SE-EMP-ID = SPACES
                                   OR SE-AMOUNT NOT NUMERIC
                                   OR SE-AMOUNT = 0
                                   MOVE 0 TO WS-SE-AMOUNT (WS-SE-COUNT)
                                   MOVE 'E' TO WS-SE-USED (WS-SE-COUNT)
                               WHEN NOT SE-IS-BONUS
                                   AND NOT SE-IS-COMMISSION
                                   AND NOT SE-IS-OTHER
                                   MOVE 0 TO WS-SE-AMOUNT (WS-SE-COUNT)
                                   MOVE 'T' TO WS-SE-USED (WS-SE-COUNT)
                               WHEN OTHER
                                   MOVE SE-AMOUNT
                                       TO WS-SE-AMOUNT (WS-SE-COUNT)
                                   MOVE 'N' TO WS-SE-USED (WS-SE-COUNT)
                           END-EVALUATE
                       ELSE
                           DISPLAY 'FATAL: SUPPEARN.DAT exceeds the '
                               '1000-entry table - entry for '
                               SE-EMP-ID ' does not fit; split the '
                               'batch so no earnings are lost'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPP-EARN-FILE
           IF WS-SE-COUNT = 0
               DISPLAY 'FATAL: SUPPEARN.DAT is empty - nothing to '
                   'pay in a supplemental run'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-TIMECARDS.
           OPEN INPUT TIMECARD-FILE
           IF WS-TC-STATUS = '35'
               MOVE 'Y' TO WS-TC-EOF
               DISPLAY 'WARNING: TIMECARD.DAT not found - hourly '
                   'employees fall out as no time'
           END-IF
           PERFORM UNTIL WS-TC-EOF = 'Y'
               READ TIMECARD-FILE
                   AT END
                       MOVE 'Y' TO WS-TC-EOF
                   NOT AT END
                       IF WS-TC-COUNT < 1000
                           ADD 1 TO WS-TC-COUNT
                           MOVE TC-EMP-ID
                               TO WS-TC-EMP-ID (WS-TC-COUNT)
                           MOVE TC-WORK-DATE
                               TO WS-TC-WORK-DATE (WS-TC-COUNT)
                           MOVE TC-HOUR-TYPE
                               TO WS-TC-TYPE (WS-TC-COUNT)
                           MOVE TC-CHARGE-DEPT
                               TO WS-TC-CHARGE-DEPT (WS-TC-COUNT)
                           MOVE TC-CHARGE-PROJECT
                               TO WS-TC-CHARGE-PROJECT (WS-TC-COUNT)
                           EVALUATE TRUE
                               WHEN TC-EMP-ID = SPACES
                                   OR TC-HOURS NOT NUMERIC
                                   OR TC-HOURS = 0
                                   MOVE 0 TO WS-TC-HOURS (WS-TC-COUNT)
                                   MOVE 'E' TO WS-TC-USED (WS-TC-COUNT)
                               WHEN TC-HOUR-TYPE NOT = SPACE
                                   AND TC-HOUR-TYPE NOT = 'W'
                                   AND TC-HOUR-TYPE NOT = 'V'
                                   AND TC-HOUR-TYPE NOT = 'S'
                                   AND TC-HOUR-TYPE NOT = 'H'
                                   MOVE 0 TO WS-TC-HOURS (WS-TC-COUNT)
                                   MOVE 'T' TO WS-TC-USED (WS-TC-COUNT)
                               WHEN OTHER
                                   MOVE TC-HOURS
                                       TO WS-TC-HOURS (WS-TC-COUNT)
                                   MOVE 'N' TO WS-TC-USED (WS-TC-COUNT)
                           END-EVALUATE
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
                       AND WS-TC-USED (WS-TC-IDX) = 'N'
                   EVALUATE WS-TC-TYPE (WS-TC-IDX)
                       WHEN 'V'
                           IF WS-VAC-HOURS + WS-TC-HOURS (WS-TC-IDX)
                                   > WS-LW-VAC-BALANCE
                               MOVE 'L' TO WS-TC-USED (WS-TC-IDX)
                           ELSE
                               ADD WS-TC-HOURS (WS-TC-IDX)
                                   TO WS-VAC-HOURS
                               PERFORM ACCEPT-TIMECARD
                           END-IF
                       WHEN 'S'
                           IF WS-SICK-HOURS + WS-TC-HOURS (WS-TC-IDX)
                                   > WS-LW-SICK-BALANCE
                               MOVE 'L' TO WS-TC-USED (WS-TC-IDX)
                           ELSE
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
           MOVE 'Y' TO WS-TC-USED (WS-TC-IDX)
           ADD WS-TC-HOURS (WS-TC-IDX) TO WS-TC-TOTAL-HOURS.

       MARK-LEAVE-TIMECARDS-USED.
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-COUNT
               IF WS-TC-EMP-ID (WS-TC-IDX) = WS-EMP-ID
                       AND WS-TC-USED (WS-TC-IDX) = 'N'
                       AND (WS-TC-TYPE (WS-TC-IDX) = 'V' OR 'S' OR 'H')
                   MOVE 'Y' TO WS-TC-USED (WS-TC-IDX)
               END-IF
           END-PERFORM.

       MARK-TIMECARDS-USED.
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-COUNT
                       MOVE WS-TC-EMP-ID (WS-TC-IDX) TO EXC-EMP-ID
                       MOVE 'Timecard hours invalid' TO EXC-REASON
                       WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
                   WHEN 'T'
                       MOVE WS-TC-EMP-ID (WS-TC-IDX) TO EXC-EMP-ID
                       MOVE 'Timecard hour type invalid' TO EXC-REASON
                       WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
                   WHEN 'L'
                       MOVE WS-TC-EMP-ID (WS-TC-IDX) TO EXC-EMP-ID
                       MOVE 'Leave hours exceed balance - not paid'
                           TO EXC-REASON
                       WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
                   WHEN 'N'
                       MOVE WS-TC-EMP-ID (WS-TC-IDX) TO EXC-EMP-ID
                       MOVE 'Timecard does not match active employee'
               END-EVALUATE
           END-PERFORM.

       WRITE-SUPP-EXCEPTIONS.
           PERFORM VARYING WS-SE-IDX FROM 1 BY 1
                   UNTIL WS-SE-IDX > WS-SE-COUNT
               EVALUATE WS-SE-USED (WS-SE-IDX)
                   WHEN 'E'
                       MOVE WS-SE-EMP-ID (WS-SE-IDX) TO EXC-EMP-ID
                       MOVE 'Supplemental amount invalid' TO EXC-REASON
                       WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
                   WHEN 'T'
                       MOVE WS-SE-EMP-ID (WS-SE-IDX) TO EXC-EMP-ID
                       MOVE 'Supplemental earnings type invalid'
                           TO EXC-REASON
                       WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
                   WHEN 'N'
                       MOVE WS-SE-EMP-ID (WS-SE-IDX) TO EXC-EMP-ID
                       MOVE 'Supplemental pay - no employee in group'
                           TO EXC-REASON
                       WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
               END-EVALUATE
           END-PERFORM.

       SAVE-SUPP-EARNINGS.
           OPEN OUTPUT SUPP-EARN-FILE
           PERFORM VARYING WS-SE-IDX FROM 1 BY 1
                   UNTIL WS-SE-IDX > WS-SE-COUNT
               IF WS-SE-USED (WS-SE-IDX) NOT = 'Y'
                   MOVE WS-SE-RECORD (WS-SE-IDX)
                       TO SUPP-EARNINGS-RECORD
                   WRITE SUPP-EARNINGS-RECORD
               END-IF
           END-PERFORM
           CLOSE SUPP-EARN-FILE.

       OPEN-PAY-HISTORY.
           OPEN EXTEND PAY-HISTORY-FILE
           IF WS-HIST2-STATUS = '35'
           MOVE WS-NET-PAY TO PH-NET
           MOVE WS-EMPLOYER-MATCH TO PH-EMPLOYER-MATCH
           MOVE WS-EMP-DED-COUNT TO PH-DED-COUNT
           MOVE WS-TAXABLE-FED TO PH-TAXABLE-FED
           MOVE WS-TAXABLE-STATE TO PH-TAXABLE-STATE
           MOVE WS-TAXABLE-LOCAL TO PH-TAXABLE-LOCAL
           MOVE WS-PRETAX-DEDS TO PH-PRETAX-DEDS
           MOVE WS-OASDI-WAGES TO PH-OASDI-WAGES
           MOVE WS-FICA-WAGES TO PH-MEDICARE-WAGES
           MOVE WS-EE-OASDI TO PH-OASDI
           MOVE WS-EE-MEDICARE TO PH-MEDICARE
           MOVE WS-ER-OASDI TO PH-ER-OASDI
           MOVE WS-ER-MEDICARE TO PH-ER-MEDICARE
           MOVE WS-PERIOD-END TO PH-PERIOD-END
           MOVE WS-RETRO-PAY TO PH-RETRO-PAY
           MOVE WS-VAC-HOURS TO PH-VAC-HOURS
           MOVE WS-SICK-HOURS TO PH-SICK-HOURS
           MOVE WS-HOL-HOURS TO PH-HOL-HOURS
           MOVE WS-RUN-GROUP TO PH-PAY-GROUP
           MOVE WS-RUN-MODE TO PH-RUN-TYPE
           PERFORM VARYING WS-PHX FROM 1 BY 1
                   UNTIL WS-PHX > 20
               IF WS-PHX > WS-EMP-DED-COUNT
           END-PERFORM
           CLOSE ARREARS-FILE.

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
                       IF RE-PAID-YEAR NOT NUMERIC
                           MOVE 0 TO RE-PAID-YEAR
                           MOVE 0 TO RE-PAID-PERIOD
                           MOVE SPACES TO RE-PAID-GROUP
                       END-IF
                       IF RE-PAID-YEAR = 0
                               OR RE-PAID-YEAR >= WS-PERIOD-YEAR
                           PERFORM ADD-RETRO-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RETRO-STATUS NOT = '35'
               CLOSE RETRO-EARN-FILE
           END-IF.

       ADD-RETRO-ENTRY.
           IF WS-RT-COUNT < 2000
               ADD 1 TO WS-RT-COUNT
               MOVE RETRO-EARNINGS-RECORD
                   TO WS-RT-ENTRY (WS-RT-COUNT)
           ELSE
               DISPLAY 'FATAL: retro earnings table full (2000) - '
                   'RETROEARN.DAT would lose entries on rewrite; '
                   'raise the table size before rerunning'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RETRO-WORK.
           OPEN INPUT RETRO-WORK-FILE
           IF WS-RETW-STATUS = '35'
               DISPLAY 'FATAL: RETRO.CKP missing on restart - '
                   'restart state is incomplete; restore the file '
                   'or clear the checkpoint and rerun from the start'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RETRO-EOF = 'Y'
               READ RETRO-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-RETRO-EOF
                   NOT AT END
                       IF WS-RT-COUNT < 2000
                           ADD 1 TO WS-RT-COUNT
                           MOVE RETRO-WORK-RECORD
                               TO WS-RT-ENTRY (WS-RT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETRO-WORK-FILE.

       SAVE-RETRO-WORK.
           OPEN OUTPUT RETRO-WORK-FILE
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               WRITE RETRO-WORK-RECORD FROM WS-RT-ENTRY (WS-RT-IDX)
           END-PERFORM
           CLOSE RETRO-WORK-FILE.

       SAVE-RETRO-EARNINGS.
           OPEN OUTPUT RETRO-EARN-FILE
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               WRITE RETRO-EARNINGS-RECORD
                   FROM WS-RT-ENTRY (WS-RT-IDX)
           END-PERFORM
           CLOSE RETRO-EARN-FILE.

       FIND-RETRO-EARNINGS.
           MOVE 0 TO WS-RETRO-PAY
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-EMP-ID (WS-RT-IDX) = WS-EMP-ID
                   IF WS-RT-PAID-YEAR (WS-RT-IDX) = 0
                       OR (WS-RT-PAID-YEAR (WS-RT-IDX) = WS-PERIOD-YEAR
                       AND WS-RT-PAID-PERIOD (WS-RT-IDX) = WS-PERIOD-NBR
                       AND WS-RT-PAID-GROUP (WS-RT-IDX) = WS-RUN-GROUP)
                       ADD WS-RT-AMOUNT (WS-RT-IDX) TO WS-RETRO-PAY
                       MOVE WS-PERIOD-YEAR
                           TO WS-RT-PAID-YEAR (WS-RT-IDX)
                       MOVE WS-PERIOD-NBR
                           TO WS-RT-PAID-PERIOD (WS-RT-IDX)
                       MOVE WS-RUN-GROUP
                           TO WS-RT-PAID-GROUP (WS-RT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-LEAVE-POLICIES.
           OPEN INPUT LEAVE-POLICY-FILE
           IF WS-LVP-STATUS = '35'
               MOVE 'Y' TO WS-LVP-EOF
               DISPLAY 'WARNING: LEAVEPOL.DAT not found - no vacation '
                   'or sick leave accrues this run'
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
                       ELSE
                           DISPLAY 'WARNING: leave policy table full '
                               '(100) - discarding policy '
                               LP-PAY-GROUP '/' LP-POLICY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LVP-STATUS NOT = '35'
               CLOSE LEAVE-POLICY-FILE
           END-IF.

       LOAD-LEAVE-BALANCES.
           OPEN INPUT LEAVE-BALANCE-FILE
           IF WS-LVB-STATUS = '35'
               MOVE 'Y' TO WS-LVB-EOF
           END-IF
           PERFORM UNTIL WS-LVB-EOF = 'Y'
               READ LEAVE-BALANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-LVB-EOF
                   NOT AT END
                       IF WS-LV-COUNT < 1000
                           ADD 1 TO WS-LV-COUNT
                           MOVE LEAVE-BALANCE-RECORD
                               TO WS-LV-ENTRY (WS-LV-COUNT)
                       ELSE
                           DISPLAY 'FATAL: leave balance table full '
                               '(1000) - LEAVEBAL.DAT would lose '
                               'balances on rewrite; raise the table '
                               'size before rerunning'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LVB-STATUS NOT = '35'
               CLOSE LEAVE-BALANCE-FILE
           END-IF.

       LOAD-LEAVE-WORK.
           OPEN INPUT LEAVE-WORK-FILE
           IF WS-LVW-STATUS = '35'
               DISPLAY 'FATAL: LEAVE.CKP missing on restart - '
                   'restart state is incomplete; restore the file '
                   'or clear the checkpoint and rerun from the start'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LVB-EOF = 'Y'
               READ LEAVE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-LVB-EOF
                   NOT AT END
                       IF WS-LV-COUNT < 1000
                           ADD 1 TO WS-LV-COUNT
                           MOVE LEAVE-WORK-RECORD
                               TO WS-LV-ENTRY (WS-LV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-WORK-FILE.

       LOAD-LEAVE-REJECTS.
           OPEN INPUT LEAVE-REJECT-FILE
           IF WS-LVR-STATUS = '35'
               DISPLAY 'FATAL: LEAVEREJ.CKP missing on restart - '
                   'restart state is incomplete; restore the file '
                   'or clear the checkpoint and rerun from the start'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LVR-EOF = 'Y'
               READ LEAVE-REJECT-FILE
                   AT END
                       MOVE 'Y' TO WS-LVR-EOF
                   NOT AT END
                       IF LR-TC-IDX NUMERIC
                               AND LR-TC-IDX > 0
                               AND LR-TC-IDX NOT > WS-TC-COUNT
                           SET WS-TC-IDX TO LR-TC-IDX
                           IF WS-TC-EMP-ID (WS-TC-IDX) = LR-EMP-ID
                                   AND WS-TC-WORK-DATE (WS-TC-IDX)
                                       = LR-WORK-DATE
                                   AND WS-TC-TYPE (WS-TC-IDX)
                                       = LR-HOUR-TYPE
                                   AND WS-TC-USED (WS-TC-IDX) = 'N'
                               MOVE 'L' TO WS-TC-USED (WS-TC-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-REJECT-FILE.

       SAVE-LEAVE-REJECTS.
           OPEN OUTPUT LEAVE-REJECT-FILE
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                   UNTIL WS-TC-IDX > WS-TC-COUNT
               IF WS-TC-USED (WS-TC-IDX) = 'L'
                   SET LR-TC-IDX TO WS-TC-IDX
                   MOVE WS-TC-EMP-ID (WS-TC-IDX) TO LR-EMP-ID
                   MOVE WS-TC-WORK-DATE (WS-TC-IDX) TO LR-WORK-DATE
                   MOVE WS-TC-TYPE (WS-TC-IDX) TO LR-HOUR-TYPE
                   WRITE LEAVE-REJECT-RECORD
               END-IF
           END-PERFORM
           CLOSE LEAVE-REJECT-FILE.

       SNAPSHOT-LEAVE.
           OPEN OUTPUT LEAVE-PRIOR-FILE
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LV-COUNT
               WRITE LEAVE-PRIOR-RECORD FROM WS-LV-ENTRY (WS-LV-IDX)
           END-PERFORM
           CLOSE LEAVE-PRIOR-FILE.

       SAVE-LEAVE-WORK.
           OPEN OUTPUT LEAVE-WORK-FILE
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LV-COUNT
               WRITE LEAVE-WORK-RECORD FROM WS-LV-ENTRY (WS-LV-IDX)
           END-PERFORM
           CLOSE LEAVE-WORK-FILE.

       SAVE-LEAVE-BALANCES.
           OPEN OUTPUT LEAVE-BALANCE-FILE
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LV-COUNT
               WRITE LEAVE-BALANCE-RECORD
                   FROM WS-LV-ENTRY (WS-LV-IDX)
           END-PERFORM
           CLOSE LEAVE-BALANCE-FILE.

       FIND-LEAVE-BALANCE.
           MOVE 0 TO WS-LV-FOUND-IDX
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LV-COUNT
                      OR WS-LV-FOUND-IDX > 0
               IF WS-LV-EMP-ID (WS-LV-IDX) = WS-EMP-ID
                   SET WS-LV-FOUND-IDX TO WS-LV-IDX
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

       POST-LEAVE-BALANCE.
           MOVE 'U' TO WS-LEAVE-STEP
           PERFORM CALL-LEAVEACC
           EVALUATE TRUE
               WHEN WS-LV-FOUND-IDX > 0
                   MOVE WS-LEAVE-WORK TO WS-LV-ENTRY (WS-LV-FOUND-IDX)
               WHEN WS-LP-FOUND = 'N'
                   CONTINUE
               WHEN WS-LV-COUNT < 1000
                   ADD 1 TO WS-LV-COUNT
                   MOVE WS-LEAVE-WORK TO WS-LV-ENTRY (WS-LV-COUNT)
               WHEN OTHER
                   DISPLAY 'WARNING: leave balance table full (1000) '
                       '- no leave balance kept for ' WS-EMP-ID
           END-EVALUATE.

       LOAD-LABOR-DEFAULTS.
           OPEN INPUT LABOR-DEFAULT-FILE
           IF WS-LDF-STATUS = '35'
               MOVE 'Y' TO WS-LDF-EOF
           END-IF
           PERFORM UNTIL WS-LDF-EOF = 'Y'
               READ LABOR-DEFAULT-FILE
                   AT END
                       MOVE 'Y' TO WS-LDF-EOF
                   NOT AT END
                       IF WS-DF-COUNT < 500
                           ADD 1 TO WS-DF-COUNT
                           MOVE DF-EMP-ID
                               TO WS-DF-EMP-ID (WS-DF-COUNT)
                           MOVE DF-CHARGE-DEPT
                               TO WS-DF-CHARGE-DEPT (WS-DF-COUNT)
                           MOVE DF-CHARGE-PROJECT
                               TO WS-DF-CHARGE-PROJECT (WS-DF-COUNT)
                           IF DF-PERCENT NUMERIC
                               MOVE DF-PERCENT
                                   TO WS-DF-PERCENT (WS-DF-COUNT)
                           ELSE
                               MOVE 0 TO WS-DF-PERCENT (WS-DF-COUNT)
                           END-IF
                       ELSE
                           DISPLAY 'WARNING: labor default table full '
                               '(500) - discarding distribution for '
                               DF-EMP-ID
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LDF-STATUS NOT = '35'
               CLOSE LABOR-DEFAULT-FILE
           END-IF.

       DISTRIBUTE-LABOR.
           PERFORM BUILD-EMPLOYEE-DISTRIBUTION
           COMPUTE WS-DIST-OT-PREMIUM ROUNDED = WS-OT-PAY / 3
           COMPUTE WS-DIST-ER-TAX = WS-ER-OASDI + WS-ER-MEDICARE
           MOVE WS-GROSS-PAY TO WS-LEFT-GROSS
           MOVE WS-DIST-OT-PREMIUM TO WS-LEFT-OT-PREMIUM
           MOVE WS-DIST-ER-TAX TO WS-LEFT-ER-TAX
           MOVE WS-EMPLOYER-MATCH TO WS-LEFT-MATCH
           PERFORM VARYING WS-ED-IDX FROM 1 BY 1
                   UNTIL WS-ED-IDX > WS-ED-COUNT
               PERFORM ALLOCATE-DIST-LINE
               PERFORM WRITE-LABOR-DIST-RECORD
               PERFORM POST-BLOCK-DIST
           END-PERFORM.

       BUILD-EMPLOYEE-DISTRIBUTION.
           MOVE 0 TO WS-ED-COUNT
           MOVE 0 TO WS-ED-TOTAL-WEIGHT
           IF WS-EMP-PAY-BASIS = 'H' OR SPACE
               MOVE 'T' TO WS-ED-NEW-SOURCE
               PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                       UNTIL WS-TC-IDX > WS-TC-COUNT
                   IF WS-TC-EMP-ID (WS-TC-IDX) = WS-EMP-ID
                           AND WS-TC-USED (WS-TC-IDX) = 'Y'
                       IF WS-TC-CHARGE-DEPT (WS-TC-IDX) = SPACES
                           MOVE WS-DEPT-CODE TO WS-ED-NEW-DEPT
                       ELSE
                           MOVE WS-TC-CHARGE-DEPT (WS-TC-IDX)
                               TO WS-ED-NEW-DEPT
                       END-IF
                       MOVE WS-TC-CHARGE-PROJECT (WS-TC-IDX)
                           TO WS-ED-NEW-PROJECT
                       MOVE WS-TC-HOURS (WS-TC-IDX) TO WS-ED-NEW-WEIGHT
                       PERFORM ADD-EMPLOYEE-DIST
                   END-IF
               END-PERFORM
           ELSE
               MOVE 'D' TO WS-ED-NEW-SOURCE
               PERFORM VARYING WS-DF-IDX FROM 1 BY 1
                       UNTIL WS-DF-IDX > WS-DF-COUNT
                   IF WS-DF-EMP-ID (WS-DF-IDX) = WS-EMP-ID
                           AND WS-DF-PERCENT (WS-DF-IDX) > 0
                       IF WS-DF-CHARGE-DEPT (WS-DF-IDX) = SPACES
                           MOVE WS-DEPT-CODE TO WS-ED-NEW-DEPT
                       ELSE
                           MOVE WS-DF-CHARGE-DEPT (WS-DF-IDX)
                               TO WS-ED-NEW-DEPT
                       END-IF
                       MOVE WS-DF-CHARGE-PROJECT (WS-DF-IDX)
                           TO WS-ED-NEW-PROJECT
                       MOVE WS-DF-PERCENT (WS-DF-IDX)
                           TO WS-ED-NEW-WEIGHT
                       PERFORM ADD-EMPLOYEE-DIST
                   END-IF
               END-PERFORM
               IF WS-ED-TOTAL-WEIGHT > 100
                   MOVE WS-EMP-ID TO EXC-EMP-ID
                   MOVE 'Labor default over 100% - home dept used'
                       TO EXC-REASON
                   WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
                   MOVE 0 TO WS-ED-COUNT
                   MOVE 0 TO WS-ED-TOTAL-WEIGHT
               END-IF
               IF WS-ED-TOTAL-WEIGHT > 0 AND WS-ED-TOTAL-WEIGHT < 100
                   MOVE 'H' TO WS-ED-NEW-SOURCE
                   MOVE WS-DEPT-CODE TO WS-ED-NEW-DEPT
                   MOVE SPACES TO WS-ED-NEW-PROJECT
                   COMPUTE WS-ED-NEW-WEIGHT = 100 - WS-ED-TOTAL-WEIGHT
                   PERFORM ADD-EMPLOYEE-DIST
               END-IF
           END-IF
           IF WS-ED-TOTAL-WEIGHT = 0
               MOVE 0 TO WS-ED-COUNT
               MOVE 'H' TO WS-ED-NEW-SOURCE
               MOVE WS-DEPT-CODE TO WS-ED-NEW-DEPT
               MOVE SPACES TO WS-ED-NEW-PROJECT
               MOVE 100 TO WS-ED-NEW-WEIGHT
               PERFORM ADD-EMPLOYEE-DIST
           END-IF.

       ADD-EMPLOYEE-DIST.
           MOVE 0 TO WS-ED-FOUND-IDX
           PERFORM VARYING WS-ED-IDX FROM 1 BY 1
                   UNTIL WS-ED-IDX > WS-ED-COUNT
                      OR WS-ED-FOUND-IDX > 0
               IF WS-ED-CHARGE-DEPT (WS-ED-IDX) = WS-ED-NEW-DEPT
                       AND WS-ED-CHARGE-PROJECT (WS-ED-IDX)
                           = WS-ED-NEW-PROJECT
                   MOVE WS-ED-IDX TO WS-ED-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-ED-FOUND-IDX = 0
               IF WS-ED-COUNT < 20
                   ADD 1 TO WS-ED-COUNT
                   MOVE WS-ED-COUNT TO WS-ED-FOUND-IDX
                   MOVE WS-ED-NEW-DEPT
                       TO WS-ED-CHARGE-DEPT (WS-ED-FOUND-IDX)
                   MOVE WS-ED-NEW-PROJECT
                       TO WS-ED-CHARGE-PROJECT (WS-ED-FOUND-IDX)
                   MOVE WS-ED-NEW-SOURCE
                       TO WS-ED-SOURCE (WS-ED-FOUND-IDX)
                   MOVE 0 TO WS-ED-WEIGHT (WS-ED-FOUND-IDX)
               ELSE
                   MOVE WS-ED-COUNT TO WS-ED-FOUND-IDX
                   MOVE WS-EMP-ID TO EXC-EMP-ID
                   MOVE 'Over 20 charge codes - rest to last code'
                       TO EXC-REASON
                   WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
               END-IF
           END-IF
           ADD WS-ED-NEW-WEIGHT TO WS-ED-WEIGHT (WS-ED-FOUND-IDX)
           ADD WS-ED-NEW-WEIGHT TO WS-ED-TOTAL-WEIGHT.

       ALLOCATE-DIST-LINE.
           IF WS-ED-IDX = WS-ED-COUNT
               MOVE WS-LEFT-GROSS TO WS-ED-GROSS (WS-ED-IDX)
               MOVE WS-LEFT-OT-PREMIUM TO WS-ED-OT-PREMIUM (WS-ED-IDX)
               MOVE WS-LEFT-ER-TAX TO WS-ED-ER-TAX (WS-ED-IDX)
               MOVE WS-LEFT-MATCH TO WS-ED-MATCH (WS-ED-IDX)
           ELSE
               COMPUTE WS-ED-GROSS (WS-ED-IDX) ROUNDED =
                   WS-GROSS-PAY * WS-ED-WEIGHT (WS-ED-IDX)
                   / WS-ED-TOTAL-WEIGHT
               COMPUTE WS-ED-OT-PREMIUM (WS-ED-IDX) ROUNDED =
                   WS-DIST-OT-PREMIUM * WS-ED-WEIGHT (WS-ED-IDX)
                   / WS-ED-TOTAL-WEIGHT
               COMPUTE WS-ED-ER-TAX (WS-ED-IDX) ROUNDED =
                   WS-DIST-ER-TAX * WS-ED-WEIGHT (WS-ED-IDX)
                   / WS-ED-TOTAL-WEIGHT
               COMPUTE WS-ED-MATCH (WS-ED-IDX) ROUNDED =
                   WS-EMPLOYER-MATCH * WS-ED-WEIGHT (WS-ED-IDX)
                   / WS-ED-TOTAL-WEIGHT
               IF WS-ED-GROSS (WS-ED-IDX) > WS-LEFT-GROSS
                   MOVE WS-LEFT-GROSS TO WS-ED-GROSS (WS-ED-IDX)
               END-IF
               IF WS-ED-OT-PREMIUM (WS-ED-IDX) > WS-LEFT-OT-PREMIUM
                   MOVE WS-LEFT-OT-PREMIUM
                       TO WS-ED-OT-PREMIUM (WS-ED-IDX)
               END-IF
               IF WS-ED-ER-TAX (WS-ED-IDX) > WS-LEFT-ER-TAX
                   MOVE WS-LEFT-ER-TAX TO WS-ED-ER-TAX (WS-ED-IDX)
               END-IF
               IF WS-ED-MATCH (WS-ED-IDX) > WS-LEFT-MATCH
                   MOVE WS-LEFT-MATCH TO WS-ED-MATCH (WS-ED-IDX)
               END-IF
               SUBTRACT WS-ED-GROSS (WS-ED-IDX) FROM WS-LEFT-GROSS
               SUBTRACT WS-ED-OT-PREMIUM (WS-ED-IDX)
                   FROM WS-LEFT-OT-PREMIUM
               SUBTRACT WS-ED-ER-TAX (WS-ED-IDX) FROM WS-LEFT-ER-TAX
               SUBTRACT WS-ED-MATCH (WS-ED-IDX) FROM WS-LEFT-MATCH
           END-IF.

       WRITE-LABOR-DIST-RECORD.
           MOVE WS-EMP-ID TO LD-EMP-ID
           MOVE WS-EMP-NAME TO LD-EMP-NAME
           MOVE WS-DEPT-CODE TO LD-HOME-DEPT
           MOVE WS-ED-CHARGE-DEPT (WS-ED-IDX) TO LD-CHARGE-DEPT
           MOVE WS-ED-CHARGE-PROJECT (WS-ED-IDX) TO LD-CHARGE-PROJECT
           MOVE WS-ED-SOURCE (WS-ED-IDX) TO LD-SOURCE
           IF LD-FROM-TIMECARD
               MOVE WS-ED-WEIGHT (WS-ED-IDX) TO LD-HOURS
           ELSE
               MOVE 0 TO LD-HOURS
           END-IF
           COMPUTE LD-PERCENT ROUNDED =
               WS-ED-WEIGHT (WS-ED-IDX) * 100 / WS-ED-TOTAL-WEIGHT
           MOVE WS-ED-GROSS (WS-ED-IDX) TO LD-GROSS
           MOVE WS-ED-OT-PREMIUM (WS-ED-IDX) TO LD-OT-PREMIUM
           MOVE WS-ED-ER-TAX (WS-ED-IDX) TO LD-ER-TAX
           MOVE WS-ED-MATCH (WS-ED-IDX) TO LD-MATCH
           MOVE WS-PERIOD-YEAR TO LD-PERIOD-YEAR
           MOVE WS-PERIOD-NBR TO LD-PERIOD-NBR
           MOVE WS-RUN-GROUP TO LD-PAY-GROUP
           WRITE LABOR-DIST-RECORD.

       POST-BLOCK-DIST.
           MOVE 0 TO WS-BD-FOUND-IDX
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BD-COUNT
                      OR WS-BD-FOUND-IDX > 0
               IF WS-BD-CHARGE-DEPT (WS-BD-IDX)
                       = WS-ED-CHARGE-DEPT (WS-ED-IDX)
                       AND WS-BD-CHARGE-PROJECT (WS-BD-IDX)
                           = WS-ED-CHARGE-PROJECT (WS-ED-IDX)
                   MOVE WS-BD-IDX TO WS-BD-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-BD-FOUND-IDX = 0
               IF WS-BD-COUNT < 500
                   ADD 1 TO WS-BD-COUNT
                   MOVE WS-BD-COUNT TO WS-BD-FOUND-IDX
                   MOVE WS-ED-CHARGE-DEPT (WS-ED-IDX)
                       TO WS-BD-CHARGE-DEPT (WS-BD-FOUND-IDX)
                   MOVE WS-ED-CHARGE-PROJECT (WS-ED-IDX)
                       TO WS-BD-CHARGE-PROJECT (WS-BD-FOUND-IDX)
                   MOVE 0 TO WS-BD-GROSS (WS-BD-FOUND-IDX)
                   MOVE 0 TO WS-BD-OT-PREMIUM (WS-BD-FOUND-IDX)
                   MOVE 0 TO WS-BD-ER-TAX (WS-BD-FOUND-IDX)
                   MOVE 0 TO WS-BD-MATCH (WS-BD-FOUND-IDX)
               ELSE
                   MOVE 1 TO WS-BD-FOUND-IDX
                   DISPLAY 'WARNING: charge code table full (500) for '
                       'dept ' WS-DEPT-CODE ' - '
                       WS-ED-CHARGE-DEPT (WS-ED-IDX) ' '
                       WS-ED-CHARGE-PROJECT (WS-ED-IDX)
                       ' posts to ' WS-BD-CHARGE-DEPT (1) ' '
                       WS-BD-CHARGE-PROJECT (1)
               END-IF
           END-IF
           ADD WS-ED-GROSS (WS-ED-IDX)
               TO WS-BD-GROSS (WS-BD-FOUND-IDX)
           ADD WS-ED-OT-PREMIUM (WS-ED-IDX)
               TO WS-BD-OT-PREMIUM (WS-BD-FOUND-IDX)
           ADD WS-ED-ER-TAX (WS-ED-IDX)
               TO WS-BD-ER-TAX (WS-BD-FOUND-IDX)
           ADD WS-ED-MATCH (WS-ED-IDX)
               TO WS-BD-MATCH (WS-BD-FOUND-IDX).

       SAVE-LABOR-WORK.
           OPEN OUTPUT LABOR-WORK-FILE
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BD-COUNT
               WRITE LABOR-WORK-RECORD FROM WS-BD-ENTRY (WS-BD-IDX)
           END-PERFORM
           CLOSE LABOR-WORK-FILE.

       LOAD-LABOR-WORK.
           OPEN INPUT LABOR-WORK-FILE
           IF WS-LDW-STATUS = '35'
               DISPLAY 'FATAL: LABDIST.CKP missing on restart - '
                   'restart state is incomplete; restore the file '
                   'or clear the checkpoint and rerun from the start'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LDW-EOF = 'Y'
               READ LABOR-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-LDW-EOF
                   NOT AT END
                       IF WS-BD-COUNT < 500
                           ADD 1 TO WS-BD-COUNT
                           MOVE LABOR-WORK-RECORD
                               TO WS-BD-ENTRY (WS-BD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LABOR-WORK-FILE.

       ACCUMULATE-TOTALS.
           ADD 1 TO WS-TOTAL-COUNT
           ADD WS-GROSS-PAY TO WS-TOTAL-GROSS
           ADD WS-TAX-LOCAL TO WS-TOTAL-TAX-LOCAL
           ADD WS-NET-PAY TO WS-TOTAL-NET
           ADD WS-TOTAL-DEDUCTIONS TO WS-TOTAL-DEDS
           ADD WS-EMPLOYER-MATCH TO WS-TOTAL-MATCH
           ADD WS-EE-OASDI TO WS-TOTAL-EE-OASDI
           ADD WS-EE-MEDICARE TO WS-TOTAL-EE-MEDICARE
           ADD WS-ER-OASDI TO WS-TOTAL-ER-OASDI
           ADD WS-ER-MEDICARE TO WS-TOTAL-ER-MEDICARE
           ADD WS-FICA-TAX TO WS-TOTAL-EE-FICA.

       WRITE-TRAILER.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-TAX-STATE TO TRT-STATE
           MOVE WS-TOTAL-TAX-LOCAL TO TRT-LOCAL
           WRITE REPORT-LINE FROM WS-TAX-TRAILER
           MOVE WS-TOTAL-EE-OASDI TO TRF-EE-OASDI
           MOVE WS-TOTAL-EE-MEDICARE TO TRF-EE-MEDICARE
           MOVE WS-TOTAL-ER-OASDI TO TRF-ER-OASDI
           MOVE WS-TOTAL-ER-MEDICARE TO TRF-ER-MEDICARE
           WRITE REPORT-LINE FROM WS-FICA-TRAILER
           MOVE WS-TERM-SKIPPED TO TRT-SKIPPED
           MOVE WS-FINAL-PAID-COUNT TO TRT-FINAL-PAID
           MOVE WS-GROUP-SKIPPED TO TRT-GROUP-SKIPPED
                   MOVE WS-TAX-STATE TO YTD-TAX-STATE
                   MOVE WS-TAX-LOCAL TO YTD-TAX-LOCAL
                   MOVE WS-NET-PAY   TO YTD-NET
                   MOVE WS-TAXABLE-FED TO YTD-TAXABLE-FED
                   MOVE WS-TAXABLE-STATE TO YTD-TAXABLE-STATE
                   MOVE WS-TAXABLE-LOCAL TO YTD-TAXABLE-LOCAL
                   MOVE WS-OASDI-WAGES TO YTD-OASDI-WAGES
                   MOVE WS-FICA-WAGES TO YTD-MEDICARE-WAGES
                   MOVE WS-EE-OASDI TO YTD-OASDI
                   MOVE WS-EE-MEDICARE TO YTD-MEDICARE
                   MOVE WS-PERIOD-YEAR TO YTD-LAST-YEAR
                   MOVE WS-PERIOD-NBR TO YTD-LAST-PERIOD
                   MOVE WS-EMP-PAY-GROUP TO YTD-PAY-GROUP
                   ADD WS-TAX-STATE TO YTD-TAX-STATE
                   ADD WS-TAX-LOCAL TO YTD-TAX-LOCAL
                   ADD WS-NET-PAY   TO YTD-NET
                   IF YTD-TAXABLE-FED NOT NUMERIC
                       MOVE 0 TO YTD-TAXABLE-FED
                       MOVE 0 TO YTD-TAXABLE-STATE
                       MOVE 0 TO YTD-TAXABLE-LOCAL
                   END-IF
                   ADD WS-TAXABLE-FED TO YTD-TAXABLE-FED
                   ADD WS-TAXABLE-STATE TO YTD-TAXABLE-STATE
                   ADD WS-TAXABLE-LOCAL TO YTD-TAXABLE-LOCAL
                   IF YTD-OASDI NOT NUMERIC
                       MOVE 0 TO YTD-OASDI
                       MOVE 0 TO YTD-MEDICARE
                   END-IF
                   COMPUTE YTD-OASDI-WAGES =
                       WS-YTD-OASDI-WAGES + WS-OASDI-WAGES
                   COMPUTE YTD-MEDICARE-WAGES =
                       WS-YTD-MEDICARE-WAGES + WS-FICA-WAGES
                   ADD WS-EE-OASDI TO YTD-OASDI
                   ADD WS-EE-MEDICARE TO YTD-MEDICARE
                   MOVE WS-PERIOD-YEAR TO YTD-LAST-YEAR
                   MOVE WS-PERIOD-NBR TO YTD-LAST-PERIOD
                   MOVE WS-EMP-PAY-GROUP TO YTD-PAY-GROUP
           END-READ.

       CALCULATE-PAY.
           MOVE 0 TO WS-PRETAX-FED
           MOVE 0 TO WS-PRETAX-STATE
           MOVE 0 TO WS-PRETAX-LOCAL
           MOVE 0 TO WS-PRETAX-FICA
           IF WS-RUN-MODE = 'S'
               PERFORM SET-SUPP-GROSS
           ELSE
               MOVE 'G' TO WS-CALC-STEP
               PERFORM CALL-CALCPAY
               PERFORM FIND-RETRO-EARNINGS
               ADD WS-RETRO-PAY TO WS-GROSS-PAY
           END-IF
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
           IF WS-RUN-MODE = 'S'
               PERFORM CALCULATE-SUPP-WITHHOLDING
           END-IF
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

       SET-SUPP-GROSS.
           MOVE 0 TO WS-REG-HOURS
           MOVE 0 TO WS-OT-HOURS
           MOVE 0 TO WS-REG-PAY
           MOVE 0 TO WS-OT-PAY
           MOVE 0 TO WS-RETRO-PAY
           MOVE WS-SUPP-TOTAL TO WS-GROSS-PAY.

       CALCULATE-SUPP-WITHHOLDING.
           MOVE 'R' TO WS-SUPP-STATE-METHOD
           MOVE 0 TO WS-SUPP-STATE-RATE
           PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                   UNTIL WS-SR-IDX > WS-SR-COUNT
               IF WS-SR-STATE (WS-SR-IDX) = WS-EMP-WORK-STATE
                   MOVE WS-SR-METHOD (WS-SR-IDX)
                       TO WS-SUPP-STATE-METHOD
                   MOVE WS-SR-RATE (WS-SR-IDX) TO WS-SUPP-STATE-RATE
               END-IF
           END-PERFORM
           CALL 'CALCSUPP' USING WS-EMP-WORK-STATE WS-TAXABLE-FED
               WS-TAXABLE-STATE WS-SR-FED-RATE WS-SUPP-STATE-METHOD
               WS-SUPP-STATE-RATE WS-TAX-FED WS-TAX-STATE
               WS-TAX-LOCAL WS-TAX.

       CALCULATE-FICA.
           IF WS-PRETAX-FICA < WS-GROSS-PAY
               COMPUTE WS-FICA-WAGES = WS-GROSS-PAY - WS-PRETAX-FICA
           ELSE
               MOVE 0 TO WS-FICA-WAGES
           END-IF
           PERFORM READ-YTD-FICA-BASIS
           CALL 'CALCFICA' USING WS-FICA-WAGES WS-YTD-OASDI-WAGES
               WS-YTD-MEDICARE-WAGES WS-FICA-RATES
               WS-OASDI-WAGES WS-EE-OASDI WS-EE-MEDICARE
               WS-ER-OASDI WS-ER-MEDICARE
           COMPUTE WS-FICA-TAX = WS-EE-OASDI + WS-EE-MEDICARE.

       READ-YTD-FICA-BASIS.
           MOVE 0 TO WS-YTD-OASDI-WAGES
           MOVE 0 TO WS-YTD-MEDICARE-WAGES
           MOVE WS-EMP-ID TO YTD-EMP-ID
           READ YTD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF YTD-MEDICARE-WAGES NUMERIC
                       MOVE YTD-OASDI-WAGES TO WS-YTD-OASDI-WAGES
                       MOVE YTD-MEDICARE-WAGES
                           TO WS-YTD-MEDICARE-WAGES
                   ELSE
                       MOVE YTD-GROSS TO WS-YTD-OASDI-WAGES
                       MOVE YTD-GROSS TO WS-YTD-MEDICARE-WAGES
                   END-IF
           END-READ.

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

       CALL-LEAVEACC.
           CALL 'LEAVEACC' USING WS-LEAVE-STEP WS-LEAVE-WORK
               WS-LEAVE-POLICY WS-LP-FOUND
               WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-VAC-HOURS WS-SICK-HOURS WS-HOL-HOURS.

       CALL-APPLYDED.
           CALL 'APPLYDED' USING WS-EMP-ID WS-GROSS-PAY
               WS-AVAILABLE
               WS-DED-COUNT WS-DEDUCTION-TABLE
               WS-ARR-COUNT WS-ARREARS-TABLE
               WS-TOTAL-DEDUCTIONS WS-EMPLOYER-MATCH
               WS-EMP-DED-COUNT WS-EMP-DED-PRINT
               WS-APPLY-PASS WS-PRETAX-FED WS-PRETAX-STATE
               WS-PRETAX-LOCAL WS-PRETAX-FICA WS-RUN-MODE.

       WRITE-REPORT.
           MOVE WS-EMP-ID TO DET-EMP-ID
           MOVE WS-EMP-NAME TO DET-EMP-NAME
           MOVE WS-EMP-WORK-STATE TO TAX-DET-STATE-CD
           WRITE REPORT-LINE FROM WS-TAX-DETAIL

           MOVE WS-TAXABLE-FED TO TXB-DET-FED
           MOVE WS-TAXABLE-STATE TO TXB-DET-STATE
           MOVE WS-TAXABLE-LOCAL TO TXB-DET-LOCAL
           MOVE WS-PRETAX-DEDS TO TXB-DET-PRETAX
           WRITE REPORT-LINE FROM WS-TAXABLE-DETAIL

           MOVE WS-EE-OASDI TO FICA-DET-OASDI
           MOVE WS-EE-MEDICARE TO FICA-DET-MEDICARE
           MOVE WS-OASDI-WAGES TO FICA-DET-OASDI-WAGES
           MOVE WS-FICA-WAGES TO FICA-DET-MED-WAGES
           WRITE REPORT-LINE FROM WS-FICA-DETAIL

           IF WS-RETRO-PAY > 0
               MOVE WS-RETRO-PAY TO RETRO-DET-AMOUNT
               WRITE REPORT-LINE FROM WS-RETRO-DETAIL
           END-IF

           IF WS-RUN-MODE = 'S'
               MOVE WS-SUPP-TOTAL TO SUPP-DET-AMOUNT
               MOVE WS-SUPP-ENTRIES TO SUPP-DET-ENTRIES
               MOVE WS-SR-FED-RATE TO SUPP-DET-FED-RATE
               MOVE 0 TO SUPP-DET-STATE-RATE
               EVALUATE WS-SUPP-STATE-METHOD
                   WHEN 'F'
                       MOVE 'FLAT' TO SUPP-DET-STATE-METHOD
                       MOVE WS-SUPP-STATE-RATE TO SUPP-DET-STATE-RATE
                   WHEN 'N'
                       MOVE 'NONE' TO SUPP-DET-STATE-METHOD
                   WHEN OTHER
                       MOVE 'REGULAR' TO SUPP-DET-STATE-METHOD
               END-EVALUATE
               WRITE REPORT-LINE FROM WS-SUPP-DETAIL
           END-IF

           IF WS-LEAVE-HOURS > 0
               MOVE WS-VAC-HOURS TO LV-DET-VAC
               MOVE WS-SICK-HOURS TO LV-DET-SICK
               MOVE WS-HOL-HOURS TO LV-DET-HOL
               COMPUTE LV-DET-VAC-BAL =
                   WS-LW-VAC-BALANCE - WS-VAC-HOURS
               COMPUTE LV-DET-SICK-BAL =
                   WS-LW-SICK-BALANCE - WS-SICK-HOURS
               WRITE REPORT-LINE FROM WS-LEAVE-DETAIL
           END-IF

           PERFORM VARYING WS-EDX FROM 1 BY 1
                   UNTIL WS-EDX > WS-EMP-DED-COUNT
               MOVE WS-EMP-DED-CODE (WS-EDX) TO DED-DET-CODE
               MOVE WS-EMP-DED-TAKEN (WS-EDX) TO DED-DET-TAKEN
               MOVE WS-EMP-DED-SHORT (WS-EDX) TO DED-DET-SHORT
               MOVE WS-EMP-DED-MATCH (WS-EDX) TO DED-DET-MATCH
               EVALUATE TRUE
                   WHEN WS-EMP-DED-KIND (WS-EDX) = 'R'
                       MOVE 'RECOVERY' TO DED-DET-KIND
                   WHEN WS-EMP-DED-PRETAX (WS-EDX) = 'Y'
                       MOVE 'PRE-TAX' TO DED-DET-KIND
                   WHEN OTHER
                       MOVE SPACES TO DED-DET-KIND
               END-EVALUATE
               WRITE REPORT-LINE FROM WS-DEDUCTION-DETAIL
           END-PERFORM

