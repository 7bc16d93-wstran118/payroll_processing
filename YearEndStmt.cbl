       IDENTIFICATION DIVISION.
       PROGRAM-ID. YearEndStmt.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 02-SEP-2026.
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

       FD  EMPLOYEE-FILE.
           COPY 'EMPREC.cpy'.
       01  WS-TOTAL-TAX-STATE  PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-TAX-LOCAL  PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-NET        PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-TXB-FED    PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-TXB-STATE  PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-TXB-LOCAL  PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-OASDI-WAGES PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-MED-WAGES  PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-OASDI      PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-MEDICARE   PIC 9(9)V99 VALUE 0.

       01  WS-STMT-HEADER.
           05 FILLER           PIC X(22) VALUE
           05 FILLER           PIC X(7) VALUE 'Local: '.
           05 STM-TAX-LOCAL    PIC $Z,ZZZ,ZZ9.99.

       01  WS-STMT-TAXABLE.
           05 FILLER           PIC X(13) VALUE 'Taxable Fed: '.
           05 STM-TXB-FED      PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'State: '.
           05 STM-TXB-STATE    PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'Local: '.
           05 STM-TXB-LOCAL    PIC $Z,ZZZ,ZZ9.99.

       01  WS-STMT-FICA.
           05 FILLER           PIC X(13) VALUE 'OASDI Wages: '.
           05 STM-OASDI-WAGES  PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'OASDI: '.
           05 STM-OASDI        PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'Medicare Wages: '.
           05 STM-MED-WAGES    PIC $Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'Medicare: '.
           05 STM-MEDICARE     PIC $Z,ZZZ,ZZ9.99.

       01  WS-STMT-FLAG-LINE.
           05 FILLER           PIC X(132) VALUE
              '** NOT ON EMPLOYEE MASTER - mail to last known '
           05 FILLER           PIC X(11) VALUE 'Local Tax: '.
           05 REG-TAX-LOCAL    PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-REG-TAXABLE.
           05 FILLER           PIC X(13) VALUE 'Taxable Fed: '.
           05 REG-TXB-FED      PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'State: '.
           05 REG-TXB-STATE    PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'Local: '.
           05 REG-TXB-LOCAL    PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-REG-FICA.
           05 FILLER           PIC X(13) VALUE 'OASDI Wages: '.
           05 REG-OASDI-WAGES  PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'OASDI: '.
           05 REG-OASDI        PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'Medicare Wages: '.
           05 REG-MED-WAGES    PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'Medicare: '.
           05 REG-MEDICARE     PIC $ZZZ,ZZZ,ZZ9.99.

       01  WS-REG-MISSING.
           05 FILLER           PIC X(34) VALUE
              'Not on employee master (flagged): '.
           MOVE YH-TAX-LOCAL TO STM-TAX-LOCAL
           WRITE STATEMENT-LINE FROM WS-STMT-TAXES

           IF YH-TAXABLE-FED NOT NUMERIC
               MOVE YH-GROSS TO YH-TAXABLE-FED
               MOVE YH-GROSS TO YH-TAXABLE-STATE
               MOVE YH-GROSS TO YH-TAXABLE-LOCAL
           END-IF
           MOVE YH-TAXABLE-FED TO STM-TXB-FED
           MOVE YH-TAXABLE-STATE TO STM-TXB-STATE
           MOVE YH-TAXABLE-LOCAL TO STM-TXB-LOCAL
           WRITE STATEMENT-LINE FROM WS-STMT-TAXABLE

           IF YH-MEDICARE NOT NUMERIC
               MOVE 0 TO YH-OASDI-WAGES
               MOVE 0 TO YH-MEDICARE-WAGES
               MOVE 0 TO YH-OASDI
               MOVE 0 TO YH-MEDICARE
           END-IF
           MOVE YH-OASDI-WAGES TO STM-OASDI-WAGES
           MOVE YH-OASDI TO STM-OASDI
           MOVE YH-MEDICARE-WAGES TO STM-MED-WAGES
           MOVE YH-MEDICARE TO STM-MEDICARE
           WRITE STATEMENT-LINE FROM WS-STMT-FICA

           IF WS-NAME-FOUND = 'N'
               WRITE STATEMENT-LINE FROM WS-STMT-FLAG-LINE
           END-IF
           ADD YH-TAX-FED TO WS-TOTAL-TAX-FED
           ADD YH-TAX-STATE TO WS-TOTAL-TAX-STATE
           ADD YH-TAX-LOCAL TO WS-TOTAL-TAX-LOCAL
           ADD YH-NET TO WS-TOTAL-NET
           ADD YH-TAXABLE-FED TO WS-TOTAL-TXB-FED
           ADD YH-TAXABLE-STATE TO WS-TOTAL-TXB-STATE
           ADD YH-TAXABLE-LOCAL TO WS-TOTAL-TXB-LOCAL
           ADD YH-OASDI-WAGES TO WS-TOTAL-OASDI-WAGES
           ADD YH-MEDICARE-WAGES TO WS-TOTAL-MED-WAGES
           ADD YH-OASDI TO WS-TOTAL-OASDI
           ADD YH-MEDICARE TO WS-TOTAL-MEDICARE.

       FIND-EMPLOYEE-NAME.
           MOVE 'N' TO WS-NAME-FOUND
           MOVE WS-TOTAL-TAX-STATE TO REG-TAX-STATE
           MOVE WS-TOTAL-TAX-LOCAL TO REG-TAX-LOCAL
           WRITE REGISTER-LINE FROM WS-REG-TAXES
           MOVE WS-TOTAL-TXB-FED TO REG-TXB-FED
           MOVE WS-TOTAL-TXB-STATE TO REG-TXB-STATE
           MOVE WS-TOTAL-TXB-LOCAL TO REG-TXB-LOCAL
           WRITE REGISTER-LINE FROM WS-REG-TAXABLE
           MOVE WS-TOTAL-OASDI-WAGES TO REG-OASDI-WAGES
           MOVE WS-TOTAL-OASDI TO REG-OASDI
           MOVE WS-TOTAL-MED-WAGES TO REG-MED-WAGES
           MOVE WS-TOTAL-MEDICARE TO REG-MEDICARE
           WRITE REGISTER-LINE FROM WS-REG-FICA
           MOVE WS-MISSING-COUNT TO REG-MISSING
           WRITE REGISTER-LINE FROM WS-REG-MISSING.
