       IDENTIFICATION DIVISION.
       PROGRAM-ID. QtrTaxRpt.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QTR-PARM-FILE ASSIGN TO 'QTRTAX.PRM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT GL-POST-FILE ASSIGN TO 'GLPOST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT SUI-BASE-FILE ASSIGN TO 'SUIBASE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUI-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPLOYEES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT QTR-REPORT-FILE ASSIGN TO 'QTRTAX.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QTR-PARM-FILE.
       01  QTR-PARM-RECORD.
           05 PRM-YEAR         PIC 9(4).
           05 PRM-QUARTER      PIC 9.

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

       FD  GL-POST-FILE.
       01  GL-POST-RECORD.
           05 GL-REC-TYPE      PIC X.
           05 GL-ACCOUNT       PIC X(8).
           05 GL-DEPT-CODE     PIC X(4).
           05 GL-DR-CR         PIC XX.
           05 GL-AMOUNT        PIC 9(9)V99.
           05 GL-DESC          PIC X(20).
           05 GL-RUN-DATE      PIC X(8).

       FD  SUI-BASE-FILE.
       01  SUI-BASE-RECORD.
           05 SB-YEAR          PIC 9(4).
           05 SB-STATE         PIC X(2).
           05 SB-WAGE-BASE     PIC 9(7)V99.

       FD  EMPLOYEE-FILE.
           COPY 'EMPREC.cpy'.

       FD  QTR-REPORT-FILE.
       01  QTR-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PRM-STATUS       PIC XX.
       01  WS-HIST-STATUS      PIC XX.
       01  WS-GL-STATUS        PIC XX.
       01  WS-SUI-STATUS       PIC XX.
       01  WS-EMP-STATUS       PIC XX.

       01  WS-HIST-EOF         PIC X VALUE 'N'.
       01  WS-GL-EOF           PIC X VALUE 'N'.
       01  WS-SUI-EOF          PIC X VALUE 'N'.
       01  WS-EMP-EOF          PIC X VALUE 'N'.

       01  WS-QTR-YEAR         PIC 9(4) VALUE 0.
       01  WS-QTR-NBR          PIC 9 VALUE 0.
       01  WS-QTR-FIRST-MONTH  PIC 9(2) VALUE 0.
       01  WS-QTR-LAST-MONTH   PIC 9(2) VALUE 0.
       01  WS-MO-IDX           PIC 9.

       01  WS-CHECK-DATE.
           05 WS-CHK-YYYY      PIC 9(4).
           05 WS-CHK-MM        PIC 9(2).
           05 WS-CHK-DD        PIC 9(2).

       01  WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY OCCURS 3 TIMES.
              10 WS-MO-NBR     PIC 9(2).
              10 WS-MO-CHECKS  PIC 9(6).
              10 WS-MO-GROSS   PIC 9(9)V99.
              10 WS-MO-TXB-FED PIC 9(9)V99.
              10 WS-MO-OASDI-WAGES PIC 9(9)V99.
              10 WS-MO-MED-WAGES PIC 9(9)V99.
              10 WS-MO-TAX-FED PIC 9(9)V99.
              10 WS-MO-TAX-STATE PIC 9(9)V99.
              10 WS-MO-TAX-LOCAL PIC 9(9)V99.
              10 WS-MO-EE-OASDI PIC 9(9)V99.
              10 WS-MO-EE-MED  PIC 9(9)V99.
              10 WS-MO-ER-OASDI PIC 9(9)V99.
              10 WS-MO-ER-MED  PIC 9(9)V99.
              10 WS-MO-GL-TAX  PIC 9(9)V99.
              10 WS-MO-GL-EE-FICA PIC 9(9)V99.
              10 WS-MO-GL-ER-FICA PIC 9(9)V99.
              10 WS-MO-GL-LINES PIC 9(6).

       01  WS-QTR-CHECKS       PIC 9(6) VALUE 0.
       01  WS-QTR-GROSS        PIC 9(9)V99 VALUE 0.
       01  WS-QTR-TXB-FED      PIC 9(9)V99 VALUE 0.
       01  WS-QTR-OASDI-WAGES  PIC 9(9)V99 VALUE 0.
       01  WS-QTR-MED-WAGES    PIC 9(9)V99 VALUE 0.
       01  WS-QTR-TAX-FED      PIC 9(9)V99 VALUE 0.
       01  WS-QTR-TAX-STATE    PIC 9(9)V99 VALUE 0.
       01  WS-QTR-TAX-LOCAL    PIC 9(9)V99 VALUE 0.
       01  WS-QTR-EE-OASDI     PIC 9(9)V99 VALUE 0.
       01  WS-QTR-EE-MED       PIC 9(9)V99 VALUE 0.
       01  WS-QTR-ER-OASDI     PIC 9(9)V99 VALUE 0.
       01  WS-QTR-ER-MED       PIC 9(9)V99 VALUE 0.

       01  WS-PH-TXB-FED       PIC 9(5)V99.
       01  WS-PH-OASDI-WAGES   PIC 9(5)V99.
       01  WS-PH-MED-WAGES     PIC 9(5)V99.
       01  WS-PH-EE-OASDI      PIC 9(5)V99.
       01  WS-PH-EE-MED        PIC 9(5)V99.
       01  WS-PH-ER-OASDI      PIC 9(5)V99.
       01  WS-PH-ER-MED        PIC 9(5)V99.
       01  WS-PH-UI-WAGES      PIC 9(5)V99.
       01  WS-PH-IN-QUARTER    PIC X VALUE 'N'.

       01  WS-ES-COUNT         PIC 9(4) VALUE 0.
       01  WS-ES-OVERFLOW      PIC X VALUE 'N'.
       01  WS-ES-FOUND         PIC X VALUE 'N'.
       01  WS-ES-IDX           PIC 9(4).
       01  WS-ES-TABLE.
           05 WS-ES-ENTRY OCCURS 2000 TIMES.
              10 WS-ES-STATE   PIC X(2).
              10 WS-ES-EMP-ID  PIC X(5).
              10 WS-ES-PRIOR-WAGES PIC 9(7)V99.
              10 WS-ES-QTR-WAGES PIC 9(7)V99.
       01  WS-ES-SWAP-ENTRY    PIC X(25).
       01  WS-SORT-IDX         PIC 9(4).
       01  WS-SCAN-IDX         PIC 9(4).
       01  WS-PICK-IDX         PIC 9(4).

       01  WS-SUI-COUNT        PIC 9(3) VALUE 0.
       01  WS-SUI-TABLE.
           05 WS-SUI-ENTRY OCCURS 60 TIMES INDEXED BY WS-SUI-IDX.
              10 WS-SUI-STATE  PIC X(2).
              10 WS-SUI-BASE   PIC 9(7)V99.
       01  WS-SUI-FOUND        PIC X VALUE 'N'.
       01  WS-SUI-WAGE-BASE    PIC 9(7)V99.
       01  WS-BASE-LEFT        PIC S9(7)V99.
       01  WS-UNDER-BASE       PIC 9(7)V99.
       01  WS-OVER-BASE        PIC 9(7)V99.

       01  WS-CUR-STATE        PIC X(2).
       01  WS-ST-EMP-COUNT     PIC 9(6) VALUE 0.
       01  WS-ST-QTR-WAGES     PIC 9(9)V99 VALUE 0.
       01  WS-ST-UNDER-BASE    PIC 9(9)V99 VALUE 0.
       01  WS-ST-OVER-BASE     PIC 9(9)V99 VALUE 0.
       01  WS-NO-BASE-COUNT    PIC 9(3) VALUE 0.

       01  WS-EMP-COUNT        PIC 9(4) VALUE 0.
       01  WS-NAME-TABLE.
           05 WS-NAME-ENTRY OCCURS 1000 TIMES INDEXED BY WS-NM-IDX.
              10 WS-NM-EMP-ID  PIC X(5).
              10 WS-NM-EMP-NAME PIC X(30).
       01  WS-NAME-FOUND       PIC X VALUE 'N'.
       01  WS-LIST-NAME        PIC X(30).

       01  WS-UNDATED-GL       PIC 9(6) VALUE 0.
       01  WS-PH-TAX-TOTAL     PIC 9(9)V99.
       01  WS-PH-FICA-TOTAL    PIC 9(9)V99.
       01  WS-DIFFERENCE       PIC S9(9)V99 VALUE 0.
       01  WS-OUT-OF-BALANCE   PIC X VALUE 'N'.

       01  WS-QTR-HEADER.
           05 FILLER           PIC X(32) VALUE
              'QUARTERLY TAX FILING REPORT'.
           05 FILLER           PIC X(6) VALUE 'Year: '.
           05 QH-YEAR          PIC 9(4).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(9) VALUE 'Quarter: '.
           05 QH-QUARTER       PIC 9.

       01  WS-QTR-SECTION.
           05 QS-TITLE         PIC X(60).

       01  WS-QTR-MONTH-HEAD.
           05 FILLER           PIC X(7) VALUE 'Month'.
           05 FILLER           PIC X(8) VALUE 'Checks'.
           05 FILLER           PIC X(16) VALUE '           Gross'.
           05 FILLER           PIC X(16) VALUE '     Fed Taxable'.
           05 FILLER           PIC X(16) VALUE '    Fed Withheld'.
           05 FILLER           PIC X(16) VALUE '  State Withheld'.
           05 FILLER           PIC X(16) VALUE '  Local Withheld'.
           05 FILLER           PIC X(16) VALUE '   EE OASDI/Med'.
           05 FILLER           PIC X(16) VALUE '   ER OASDI/Med'.

       01  WS-QTR-MONTH-LINE.
           05 QM-MONTH         PIC X(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 QM-CHECKS        PIC ZZZ,ZZ9.
           05 FILLER           PIC X VALUE SPACE.
           05 QM-GROSS         PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 QM-TXB-FED       PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 QM-TAX-FED       PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 QM-TAX-STATE     PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 QM-TAX-LOCAL     PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 QM-EE-FICA       PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 QM-ER-FICA       PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-QTR-FICA-LINE.
           05 FILLER           PIC X(15) VALUE 'OASDI Wages:   '.
           05 QF-OASDI-WAGES   PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'Medicare Wages: '.
           05 QF-MED-WAGES     PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'EE OASDI: '.
           05 QF-EE-OASDI      PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(13) VALUE 'EE Medicare: '.
           05 QF-EE-MED        PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-QTR-ER-LINE.
           05 FILLER           PIC X(15) VALUE 'ER OASDI:      '.
           05 QE-ER-OASDI      PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'ER Medicare:    '.
           05 QE-ER-MED        PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE 'Employer Tax: '.
           05 QE-ER-TOTAL      PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-QTR-STATE-HEAD.
           05 FILLER           PIC X(7) VALUE 'State: '.
           05 QSH-STATE        PIC X(2).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(19) VALUE 'Unemployment Base: '.
           05 QSH-BASE         PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 QSH-NOTE         PIC X(30).

       01  WS-QTR-EMP-HEAD.
           05 FILLER           PIC X(9) VALUE '  Emp'.
           05 FILLER           PIC X(32) VALUE 'Name'.
           05 FILLER           PIC X(16) VALUE '   Prior YTD'.
           05 FILLER           PIC X(16) VALUE '  Qtr Wages'.
           05 FILLER           PIC X(16) VALUE '  Under Base'.
           05 FILLER           PIC X(16) VALUE '   Over Base'.

       01  WS-QTR-EMP-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 QE-EMP-ID        PIC X(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 QE-EMP-NAME      PIC X(30).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 QE-PRIOR-WAGES   PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 QE-QTR-WAGES     PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 QE-UNDER-BASE    PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 QE-OVER-BASE     PIC $Z,ZZZ,ZZ9.99.

       01  WS-QTR-STATE-TOTAL.
           05 FILLER           PIC X(9) VALUE '  Total '.
           05 QST-STATE        PIC X(2).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(11) VALUE 'Employees: '.
           05 QST-COUNT        PIC ZZZ,ZZ9.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE SPACES.
           05 QST-QTR-WAGES    PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 QST-UNDER-BASE   PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 QST-OVER-BASE    PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-TIE-HEAD.
           05 FILLER           PIC X(40) VALUE 'Liability check'.
           05 FILLER           PIC X(18) VALUE '    GLPOST.DAT'.
           05 FILLER           PIC X(18) VALUE '   PAYHIST.DAT'.
           05 FILLER           PIC X(19) VALUE '     Difference'.
           05 FILLER           PIC X(14) VALUE 'Status'.

       01  WS-TIE-LINE.
           05 QT-CHECK-DESC    PIC X(40).
           05 QT-EXPECTED      PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 QT-ACTUAL        PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 QT-DIFFERENCE    PIC $ZZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 QT-STATUS        PIC X(14).

       01  WS-TIE-DESC.
           05 FILLER           PIC X(6) VALUE 'Month '.
           05 QTD-MONTH        PIC 9(2).
           05 FILLER           PIC X VALUE SPACE.
           05 QTD-TEXT         PIC X(31).

       01  WS-QTR-TRAILER.
           05 QTL-STATUS       PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-QTR-PARM
           PERFORM LOAD-EMPLOYEE-NAMES
           PERFORM LOAD-SUI-BASES

           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open PAYHIST.DAT (status '
                   WS-HIST-STATUS ') - no pay history to report'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SCAN-HISTORY UNTIL WS-HIST-EOF = 'Y'
           CLOSE PAY-HISTORY-FILE

           OPEN INPUT GL-POST-FILE
           IF WS-GL-STATUS = '35'
               MOVE 'Y' TO WS-GL-EOF
               DISPLAY 'WARNING: GLPOST.DAT not found - liabilities '
                   'cannot be tied to the general ledger'
           END-IF
           PERFORM SCAN-GL-POSTINGS UNTIL WS-GL-EOF = 'Y'
           IF WS-GL-STATUS NOT = '35'
               CLOSE GL-POST-FILE
           END-IF

           OPEN OUTPUT QTR-REPORT-FILE
           MOVE WS-QTR-YEAR TO QH-YEAR
           MOVE WS-QTR-NBR TO QH-QUARTER
           WRITE QTR-REPORT-LINE FROM WS-QTR-HEADER
           MOVE SPACES TO QTR-REPORT-LINE
           WRITE QTR-REPORT-LINE

           PERFORM WRITE-COMPANY-SECTION
           PERFORM SORT-EMPLOYEE-STATES
           PERFORM WRITE-STATE-SECTION
           PERFORM WRITE-GL-TIE-SECTION

           MOVE SPACES TO QTR-REPORT-LINE
           WRITE QTR-REPORT-LINE
           IF WS-OUT-OF-BALANCE = 'Y'
               MOVE 'LIABILITIES DO NOT TIE TO GLPOST.DAT - DO NOT FILE'
                   TO QTL-STATUS
           ELSE
               MOVE 'LIABILITIES TIE TO GLPOST.DAT'
                   TO QTL-STATUS
           END-IF
           WRITE QTR-REPORT-LINE FROM WS-QTR-TRAILER
           CLOSE QTR-REPORT-FILE

           IF WS-UNDATED-GL > 0
               DISPLAY 'WARNING: ' WS-UNDATED-GL ' GLPOST.DAT line(s) '
                   'carry no run date and were not tied'
           END-IF
           DISPLAY 'QTRTAXRPT: ' WS-QTR-CHECKS ' payment(s) for '
               WS-QTR-YEAR ' Q' WS-QTR-NBR ', ' WS-ES-COUNT
               ' employee/state wage line(s)'
           IF WS-OUT-OF-BALANCE = 'Y'
               DISPLAY 'QTRTAXRPT: quarter liabilities are OUT OF '
                   'BALANCE with GLPOST.DAT - see QTRTAX.RPT'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-QTR-PARM.
           OPEN INPUT QTR-PARM-FILE
           IF WS-PRM-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open QTRTAX.PRM (status '
                   WS-PRM-STATUS ') - quarterly report requires a '
                   'parameter record with the year and quarter'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ QTR-PARM-FILE
               AT END
                   DISPLAY 'FATAL: QTRTAX.PRM is empty'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF PRM-YEAR NOT NUMERIC OR PRM-YEAR = 0
               DISPLAY 'FATAL: invalid year in QTRTAX.PRM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PRM-QUARTER NOT NUMERIC
                   OR PRM-QUARTER < 1 OR PRM-QUARTER > 4
               DISPLAY 'FATAL: invalid quarter in QTRTAX.PRM - '
                   'must be 1 through 4'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PRM-YEAR TO WS-QTR-YEAR
           MOVE PRM-QUARTER TO WS-QTR-NBR
           CLOSE QTR-PARM-FILE
           COMPUTE WS-QTR-FIRST-MONTH = WS-QTR-NBR * 3 - 2
           COMPUTE WS-QTR-LAST-MONTH = WS-QTR-NBR * 3
           INITIALIZE WS-MONTH-TABLE
           PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > 3
               COMPUTE WS-MO-NBR (WS-MO-IDX) =
                   WS-QTR-FIRST-MONTH + WS-MO-IDX - 1
           END-PERFORM.

       LOAD-EMPLOYEE-NAMES.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS = '35'
               MOVE 'Y' TO WS-EMP-EOF
               DISPLAY 'WARNING: EMPLOYEES.DAT not found - wage '
                   'listing printed without names'
           END-IF
           PERFORM UNTIL WS-EMP-EOF = 'Y'
               READ EMPLOYEE-FILE
                   AT END
                       MOVE 'Y' TO WS-EMP-EOF
                   NOT AT END
                       IF WS-EMP-COUNT < 1000
                           ADD 1 TO WS-EMP-COUNT
                           MOVE EMP-ID
                               TO WS-NM-EMP-ID (WS-EMP-COUNT)
                           MOVE EMP-NAME
                               TO WS-NM-EMP-NAME (WS-EMP-COUNT)
                       ELSE
                           DISPLAY 'WARNING: employee name table '
                               'full (1000) - record for ' EMP-ID
                               ' does not fit'
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EMP-STATUS NOT = '35'
               CLOSE EMPLOYEE-FILE
           END-IF.

       LOAD-SUI-BASES.
           OPEN INPUT SUI-BASE-FILE
           IF WS-SUI-STATUS = '35'
               MOVE 'Y' TO WS-SUI-EOF
               DISPLAY 'WARNING: SUIBASE.DAT not found - all state '
                   'wages reported as under the unemployment base'
           END-IF
           PERFORM UNTIL WS-SUI-EOF = 'Y'
               READ SUI-BASE-FILE
                   AT END
                       MOVE 'Y' TO WS-SUI-EOF
                   NOT AT END
                       IF SB-YEAR = WS-QTR-YEAR
                           IF WS-SUI-COUNT < 60
                               ADD 1 TO WS-SUI-COUNT
                               MOVE SB-STATE
                                   TO WS-SUI-STATE (WS-SUI-COUNT)
                               MOVE SB-WAGE-BASE
                                   TO WS-SUI-BASE (WS-SUI-COUNT)
                           ELSE
                               DISPLAY 'WARNING: unemployment base '
                                   'table full (60) - discarding '
                                   'base for ' SB-STATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUI-STATUS NOT = '35'
               CLOSE SUI-BASE-FILE
           END-IF.

       SCAN-HISTORY.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF
               NOT AT END
                   MOVE PH-RUN-DATE TO WS-CHECK-DATE
                   IF WS-CHECK-DATE NUMERIC
                           AND WS-CHK-YYYY = WS-QTR-YEAR
                           AND WS-CHK-MM <= WS-QTR-LAST-MONTH
                       PERFORM ACCUMULATE-HISTORY
                   END-IF
           END-READ.

       ACCUMULATE-HISTORY.
           IF PH-TAXABLE-FED NUMERIC
               MOVE PH-TAXABLE-FED TO WS-PH-TXB-FED
           ELSE
               MOVE PH-GROSS TO WS-PH-TXB-FED
           END-IF
           IF PH-MEDICARE NUMERIC
               MOVE PH-OASDI-WAGES TO WS-PH-OASDI-WAGES
               MOVE PH-MEDICARE-WAGES TO WS-PH-MED-WAGES
               MOVE PH-OASDI TO WS-PH-EE-OASDI
               MOVE PH-MEDICARE TO WS-PH-EE-MED
               MOVE PH-ER-OASDI TO WS-PH-ER-OASDI
               MOVE PH-ER-MEDICARE TO WS-PH-ER-MED
               MOVE PH-MEDICARE-WAGES TO WS-PH-UI-WAGES
           ELSE
               MOVE 0 TO WS-PH-OASDI-WAGES
               MOVE 0 TO WS-PH-MED-WAGES
               MOVE 0 TO WS-PH-EE-OASDI
               MOVE 0 TO WS-PH-EE-MED
               MOVE 0 TO WS-PH-ER-OASDI
               MOVE 0 TO WS-PH-ER-MED
               MOVE PH-GROSS TO WS-PH-UI-WAGES
           END-IF
           IF WS-CHK-MM >= WS-QTR-FIRST-MONTH
               MOVE 'Y' TO WS-PH-IN-QUARTER
               COMPUTE WS-MO-IDX = WS-CHK-MM - WS-QTR-FIRST-MONTH + 1
               ADD 1 TO WS-MO-CHECKS (WS-MO-IDX)
               ADD PH-GROSS TO WS-MO-GROSS (WS-MO-IDX)
               ADD WS-PH-TXB-FED TO WS-MO-TXB-FED (WS-MO-IDX)
               ADD WS-PH-OASDI-WAGES TO WS-MO-OASDI-WAGES (WS-MO-IDX)
               ADD WS-PH-MED-WAGES TO WS-MO-MED-WAGES (WS-MO-IDX)
               ADD PH-TAX-FED TO WS-MO-TAX-FED (WS-MO-IDX)
               ADD PH-TAX-STATE TO WS-MO-TAX-STATE (WS-MO-IDX)
               ADD PH-TAX-LOCAL TO WS-MO-TAX-LOCAL (WS-MO-IDX)
               ADD WS-PH-EE-OASDI TO WS-MO-EE-OASDI (WS-MO-IDX)
               ADD WS-PH-EE-MED TO WS-MO-EE-MED (WS-MO-IDX)
               ADD WS-PH-ER-OASDI TO WS-MO-ER-OASDI (WS-MO-IDX)
               ADD WS-PH-ER-MED TO WS-MO-ER-MED (WS-MO-IDX)
           ELSE
               MOVE 'N' TO WS-PH-IN-QUARTER
           END-IF
           PERFORM ACCUMULATE-STATE-WAGES.

       ACCUMULATE-STATE-WAGES.
           MOVE 'N' TO WS-ES-FOUND
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-COUNT
                      OR WS-ES-FOUND = 'Y'
               IF WS-ES-EMP-ID (WS-ES-IDX) = PH-EMP-ID
                       AND WS-ES-STATE (WS-ES-IDX) = PH-WORK-STATE
                   MOVE 'Y' TO WS-ES-FOUND
               END-IF
           END-PERFORM
           IF WS-ES-FOUND = 'Y'
               SUBTRACT 1 FROM WS-ES-IDX
           ELSE
               IF WS-ES-COUNT < 2000
                   ADD 1 TO WS-ES-COUNT
                   MOVE WS-ES-COUNT TO WS-ES-IDX
                   MOVE PH-WORK-STATE TO WS-ES-STATE (WS-ES-IDX)
                   MOVE PH-EMP-ID TO WS-ES-EMP-ID (WS-ES-IDX)
                   MOVE 0 TO WS-ES-PRIOR-WAGES (WS-ES-IDX)
                   MOVE 0 TO WS-ES-QTR-WAGES (WS-ES-IDX)
               ELSE
                   IF WS-ES-OVERFLOW = 'N'
                       MOVE 'Y' TO WS-ES-OVERFLOW
                       DISPLAY 'WARNING: employee/state wage table '
                           'full (2000) - state listing incomplete'
                   END-IF
                   MOVE 0 TO WS-ES-IDX
               END-IF
           END-IF
           IF WS-ES-IDX > 0
               IF WS-PH-IN-QUARTER = 'Y'
                   ADD WS-PH-UI-WAGES TO WS-ES-QTR-WAGES (WS-ES-IDX)
               ELSE
                   ADD WS-PH-UI-WAGES TO WS-ES-PRIOR-WAGES (WS-ES-IDX)
               END-IF
           END-IF.

       SCAN-GL-POSTINGS.
           READ GL-POST-FILE
               AT END
                   MOVE 'Y' TO WS-GL-EOF
               NOT AT END
                   IF GL-REC-TYPE = '1' AND GL-DR-CR = 'CR'
                       MOVE GL-RUN-DATE TO WS-CHECK-DATE
                       IF WS-CHECK-DATE NUMERIC
                           IF WS-CHK-YYYY = WS-QTR-YEAR
                                   AND WS-CHK-MM >= WS-QTR-FIRST-MONTH
                                   AND WS-CHK-MM <= WS-QTR-LAST-MONTH
                               PERFORM ACCUMULATE-GL-LIABILITY
                           END-IF
                       ELSE
                           ADD 1 TO WS-UNDATED-GL
                       END-IF
                   END-IF
           END-READ.

       ACCUMULATE-GL-LIABILITY.
           COMPUTE WS-MO-IDX = WS-CHK-MM - WS-QTR-FIRST-MONTH + 1
           EVALUATE GL-DESC
               WHEN 'TAX WITHHELD'
                   ADD GL-AMOUNT TO WS-MO-GL-TAX (WS-MO-IDX)
                   ADD 1 TO WS-MO-GL-LINES (WS-MO-IDX)
               WHEN 'EE OASDI WITHHELD'
               WHEN 'EE MEDICARE WITHHELD'
                   ADD GL-AMOUNT TO WS-MO-GL-EE-FICA (WS-MO-IDX)
                   ADD 1 TO WS-MO-GL-LINES (WS-MO-IDX)
               WHEN 'ER OASDI PAYABLE'
               WHEN 'ER MEDICARE PAYABLE'
                   ADD GL-AMOUNT TO WS-MO-GL-ER-FICA (WS-MO-IDX)
                   ADD 1 TO WS-MO-GL-LINES (WS-MO-IDX)
           END-EVALUATE.

       WRITE-COMPANY-SECTION.
           MOVE 'COMPANY TOTALS BY MONTH OF CHECK DATE' TO QS-TITLE
           WRITE QTR-REPORT-LINE FROM WS-QTR-SECTION
           WRITE QTR-REPORT-LINE FROM WS-QTR-MONTH-HEAD
           PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > 3
               MOVE SPACES TO QM-MONTH
               MOVE WS-MO-NBR (WS-MO-IDX) TO QM-MONTH
               MOVE WS-MO-CHECKS (WS-MO-IDX) TO QM-CHECKS
               MOVE WS-MO-GROSS (WS-MO-IDX) TO QM-GROSS
               MOVE WS-MO-TXB-FED (WS-MO-IDX) TO QM-TXB-FED
               MOVE WS-MO-TAX-FED (WS-MO-IDX) TO QM-TAX-FED
               MOVE WS-MO-TAX-STATE (WS-MO-IDX) TO QM-TAX-STATE
               MOVE WS-MO-TAX-LOCAL (WS-MO-IDX) TO QM-TAX-LOCAL
               COMPUTE QM-EE-FICA = WS-MO-EE-OASDI (WS-MO-IDX)
                   + WS-MO-EE-MED (WS-MO-IDX)
               COMPUTE QM-ER-FICA = WS-MO-ER-OASDI (WS-MO-IDX)
                   + WS-MO-ER-MED (WS-MO-IDX)
               WRITE QTR-REPORT-LINE FROM WS-QTR-MONTH-LINE
               ADD WS-MO-CHECKS (WS-MO-IDX) TO WS-QTR-CHECKS
               ADD WS-MO-GROSS (WS-MO-IDX) TO WS-QTR-GROSS
               ADD WS-MO-TXB-FED (WS-MO-IDX) TO WS-QTR-TXB-FED
               ADD WS-MO-OASDI-WAGES (WS-MO-IDX)
                   TO WS-QTR-OASDI-WAGES
               ADD WS-MO-MED-WAGES (WS-MO-IDX) TO WS-QTR-MED-WAGES
               ADD WS-MO-TAX-FED (WS-MO-IDX) TO WS-QTR-TAX-FED
               ADD WS-MO-TAX-STATE (WS-MO-IDX) TO WS-QTR-TAX-STATE
               ADD WS-MO-TAX-LOCAL (WS-MO-IDX) TO WS-QTR-TAX-LOCAL
               ADD WS-MO-EE-OASDI (WS-MO-IDX) TO WS-QTR-EE-OASDI
               ADD WS-MO-EE-MED (WS-MO-IDX) TO WS-QTR-EE-MED
               ADD WS-MO-ER-OASDI (WS-MO-IDX) TO WS-QTR-ER-OASDI
               ADD WS-MO-ER-MED (WS-MO-IDX) TO WS-QTR-ER-MED
           END-PERFORM
           MOVE 'QTR' TO QM-MONTH
           MOVE WS-QTR-CHECKS TO QM-CHECKS
           MOVE WS-QTR-GROSS TO QM-GROSS
           MOVE WS-QTR-TXB-FED TO QM-TXB-FED
           MOVE WS-QTR-TAX-FED TO QM-TAX-FED
           MOVE WS-QTR-TAX-STATE TO QM-TAX-STATE
           MOVE WS-QTR-TAX-LOCAL TO QM-TAX-LOCAL
           COMPUTE QM-EE-FICA = WS-QTR-EE-OASDI + WS-QTR-EE-MED
           COMPUTE QM-ER-FICA = WS-QTR-ER-OASDI + WS-QTR-ER-MED
           WRITE QTR-REPORT-LINE FROM WS-QTR-MONTH-LINE
           MOVE SPACES TO QTR-REPORT-LINE
           WRITE QTR-REPORT-LINE
           MOVE WS-QTR-OASDI-WAGES TO QF-OASDI-WAGES
           MOVE WS-QTR-MED-WAGES TO QF-MED-WAGES
           MOVE WS-QTR-EE-OASDI TO QF-EE-OASDI
           MOVE WS-QTR-EE-MED TO QF-EE-MED
           WRITE QTR-REPORT-LINE FROM WS-QTR-FICA-LINE
           MOVE WS-QTR-ER-OASDI TO QE-ER-OASDI
           MOVE WS-QTR-ER-MED TO QE-ER-MED
           COMPUTE QE-ER-TOTAL = WS-QTR-ER-OASDI + WS-QTR-ER-MED
           WRITE QTR-REPORT-LINE FROM WS-QTR-ER-LINE
           MOVE SPACES TO QTR-REPORT-LINE
           WRITE QTR-REPORT-LINE.

       SORT-EMPLOYEE-STATES.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX >= WS-ES-COUNT
               MOVE WS-SORT-IDX TO WS-PICK-IDX
               COMPUTE WS-SCAN-IDX = WS-SORT-IDX + 1
               PERFORM UNTIL WS-SCAN-IDX > WS-ES-COUNT
                   IF WS-ES-STATE (WS-SCAN-IDX)
                           < WS-ES-STATE (WS-PICK-IDX)
                     OR (WS-ES-STATE (WS-SCAN-IDX)
                           = WS-ES-STATE (WS-PICK-IDX)
                       AND WS-ES-EMP-ID (WS-SCAN-IDX)
                           < WS-ES-EMP-ID (WS-PICK-IDX))
                       MOVE WS-SCAN-IDX TO WS-PICK-IDX
                   END-IF
                   ADD 1 TO WS-SCAN-IDX
               END-PERFORM
               IF WS-PICK-IDX NOT = WS-SORT-IDX
                   MOVE WS-ES-ENTRY (WS-SORT-IDX) TO WS-ES-SWAP-ENTRY
                   MOVE WS-ES-ENTRY (WS-PICK-IDX)
                       TO WS-ES-ENTRY (WS-SORT-IDX)
                   MOVE WS-ES-SWAP-ENTRY
                       TO WS-ES-ENTRY (WS-PICK-IDX)
               END-IF
           END-PERFORM.

       WRITE-STATE-SECTION.
           MOVE 'STATE UNEMPLOYMENT WAGE LISTING' TO QS-TITLE
           WRITE QTR-REPORT-LINE FROM WS-QTR-SECTION
           MOVE HIGH-VALUES TO WS-CUR-STATE
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ES-COUNT
               IF WS-ES-QTR-WAGES (WS-ES-IDX) > 0
                   IF WS-ES-STATE (WS-ES-IDX) NOT = WS-CUR-STATE
                       IF WS-CUR-STATE NOT = HIGH-VALUES
                           PERFORM WRITE-STATE-TOTAL
                       END-IF
                       PERFORM START-STATE
                   END-IF
                   PERFORM WRITE-STATE-EMPLOYEE
               END-IF
           END-PERFORM
           IF WS-CUR-STATE NOT = HIGH-VALUES
               PERFORM WRITE-STATE-TOTAL
           END-IF
           MOVE SPACES TO QTR-REPORT-LINE
           WRITE QTR-REPORT-LINE.

       START-STATE.
           MOVE WS-ES-STATE (WS-ES-IDX) TO WS-CUR-STATE
           MOVE 0 TO WS-ST-EMP-COUNT
           MOVE 0 TO WS-ST-QTR-WAGES
           MOVE 0 TO WS-ST-UNDER-BASE
           MOVE 0 TO WS-ST-OVER-BASE
           MOVE 'N' TO WS-SUI-FOUND
           MOVE 0 TO WS-SUI-WAGE-BASE
           PERFORM VARYING WS-SUI-IDX FROM 1 BY 1
                   UNTIL WS-SUI-IDX > WS-SUI-COUNT
                      OR WS-SUI-FOUND = 'Y'
               IF WS-SUI-STATE (WS-SUI-IDX) = WS-CUR-STATE
                   MOVE 'Y' TO WS-SUI-FOUND
                   MOVE WS-SUI-BASE (WS-SUI-IDX) TO WS-SUI-WAGE-BASE
               END-IF
           END-PERFORM
           MOVE SPACES TO QTR-REPORT-LINE
           WRITE QTR-REPORT-LINE
           MOVE WS-CUR-STATE TO QSH-STATE
           MOVE WS-SUI-WAGE-BASE TO QSH-BASE
           IF WS-SUI-FOUND = 'Y'
               MOVE SPACES TO QSH-NOTE
           ELSE
               ADD 1 TO WS-NO-BASE-COUNT
               MOVE '** NO BASE IN SUIBASE.DAT **' TO QSH-NOTE
               DISPLAY 'WARNING: no unemployment base for state '
                   WS-CUR-STATE ' in ' WS-QTR-YEAR
                   ' - all wages shown under base'
           END-IF
           WRITE QTR-REPORT-LINE FROM WS-QTR-STATE-HEAD
           WRITE QTR-REPORT-LINE FROM WS-QTR-EMP-HEAD.

       WRITE-STATE-EMPLOYEE.
           IF WS-SUI-FOUND = 'Y'
               COMPUTE WS-BASE-LEFT = WS-SUI-WAGE-BASE
                   - WS-ES-PRIOR-WAGES (WS-ES-IDX)
               EVALUATE TRUE
                   WHEN WS-BASE-LEFT <= 0
                       MOVE 0 TO WS-UNDER-BASE
                   WHEN WS-BASE-LEFT < WS-ES-QTR-WAGES (WS-ES-IDX)
                       MOVE WS-BASE-LEFT TO WS-UNDER-BASE
                   WHEN OTHER
                       MOVE WS-ES-QTR-WAGES (WS-ES-IDX)
                           TO WS-UNDER-BASE
               END-EVALUATE
           ELSE
               MOVE WS-ES-QTR-WAGES (WS-ES-IDX) TO WS-UNDER-BASE
           END-IF
           COMPUTE WS-OVER-BASE =
               WS-ES-QTR-WAGES (WS-ES-IDX) - WS-UNDER-BASE
           PERFORM FIND-EMPLOYEE-NAME
           MOVE WS-ES-EMP-ID (WS-ES-IDX) TO QE-EMP-ID
           MOVE WS-LIST-NAME TO QE-EMP-NAME
           MOVE WS-ES-PRIOR-WAGES (WS-ES-IDX) TO QE-PRIOR-WAGES
           MOVE WS-ES-QTR-WAGES (WS-ES-IDX) TO QE-QTR-WAGES
           MOVE WS-UNDER-BASE TO QE-UNDER-BASE
           MOVE WS-OVER-BASE TO QE-OVER-BASE
           WRITE QTR-REPORT-LINE FROM WS-QTR-EMP-LINE
           ADD 1 TO WS-ST-EMP-COUNT
           ADD WS-ES-QTR-WAGES (WS-ES-IDX) TO WS-ST-QTR-WAGES
           ADD WS-UNDER-BASE TO WS-ST-UNDER-BASE
           ADD WS-OVER-BASE TO WS-ST-OVER-BASE.

       WRITE-STATE-TOTAL.
           MOVE WS-CUR-STATE TO QST-STATE
           MOVE WS-ST-EMP-COUNT TO QST-COUNT
           MOVE WS-ST-QTR-WAGES TO QST-QTR-WAGES
           MOVE WS-ST-UNDER-BASE TO QST-UNDER-BASE
           MOVE WS-ST-OVER-BASE TO QST-OVER-BASE
           WRITE QTR-REPORT-LINE FROM WS-QTR-STATE-TOTAL.

       FIND-EMPLOYEE-NAME.
           MOVE 'N' TO WS-NAME-FOUND
           MOVE 'NOT ON EMPLOYEE MASTER' TO WS-LIST-NAME
           PERFORM VARYING WS-NM-IDX FROM 1 BY 1
                   UNTIL WS-NM-IDX > WS-EMP-COUNT
                      OR WS-NAME-FOUND = 'Y'
               IF WS-NM-EMP-ID (WS-NM-IDX) = WS-ES-EMP-ID (WS-ES-IDX)
                   MOVE 'Y' TO WS-NAME-FOUND
                   MOVE WS-NM-EMP-NAME (WS-NM-IDX) TO WS-LIST-NAME
               END-IF
           END-PERFORM.

       WRITE-GL-TIE-SECTION.
           MOVE 'LIABILITIES TIED TO GLPOST.DAT BY MONTH OF CHECK DATE'
               TO QS-TITLE
           WRITE QTR-REPORT-LINE FROM WS-QTR-SECTION
           WRITE QTR-REPORT-LINE FROM WS-TIE-HEAD
           PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > 3
               MOVE WS-MO-NBR (WS-MO-IDX) TO QTD-MONTH
               COMPUTE WS-PH-TAX-TOTAL = WS-MO-TAX-FED (WS-MO-IDX)
                   + WS-MO-TAX-STATE (WS-MO-IDX)
                   + WS-MO-TAX-LOCAL (WS-MO-IDX)
               MOVE 'income tax withheld' TO QTD-TEXT
               MOVE WS-TIE-DESC TO QT-CHECK-DESC
               MOVE WS-MO-GL-TAX (WS-MO-IDX) TO QT-EXPECTED
               MOVE WS-PH-TAX-TOTAL TO QT-ACTUAL
               COMPUTE WS-DIFFERENCE =
                   WS-PH-TAX-TOTAL - WS-MO-GL-TAX (WS-MO-IDX)
               PERFORM WRITE-TIE-CHECK
               COMPUTE WS-PH-FICA-TOTAL = WS-MO-EE-OASDI (WS-MO-IDX)
                   + WS-MO-EE-MED (WS-MO-IDX)
               MOVE 'EE OASDI/Medicare withheld' TO QTD-TEXT
               MOVE WS-TIE-DESC TO QT-CHECK-DESC
               MOVE WS-MO-GL-EE-FICA (WS-MO-IDX) TO QT-EXPECTED
               MOVE WS-PH-FICA-TOTAL TO QT-ACTUAL
               COMPUTE WS-DIFFERENCE =
                   WS-PH-FICA-TOTAL - WS-MO-GL-EE-FICA (WS-MO-IDX)
               PERFORM WRITE-TIE-CHECK
               COMPUTE WS-PH-FICA-TOTAL = WS-MO-ER-OASDI (WS-MO-IDX)
                   + WS-MO-ER-MED (WS-MO-IDX)
               MOVE 'ER OASDI/Medicare payable' TO QTD-TEXT
               MOVE WS-TIE-DESC TO QT-CHECK-DESC
               MOVE WS-MO-GL-ER-FICA (WS-MO-IDX) TO QT-EXPECTED
               MOVE WS-PH-FICA-TOTAL TO QT-ACTUAL
               COMPUTE WS-DIFFERENCE =
                   WS-PH-FICA-TOTAL - WS-MO-GL-ER-FICA (WS-MO-IDX)
               PERFORM WRITE-TIE-CHECK
           END-PERFORM.

       WRITE-TIE-CHECK.
           MOVE WS-DIFFERENCE TO QT-DIFFERENCE
           IF WS-DIFFERENCE = 0
               MOVE 'BALANCED' TO QT-STATUS
           ELSE
               MOVE 'OUT-OF-BALANCE' TO QT-STATUS
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF
           WRITE QTR-REPORT-LINE FROM WS-TIE-LINE.
