       IDENTIFICATION DIVISION.
       PROGRAM-ID. LaborDist.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-DIST-FILE ASSIGN TO 'LABDIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDS-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'LABSORT.TMP'.
           SELECT SORTED-DIST-FILE ASSIGN TO 'LABSORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'PAYROLL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT DIST-REPORT-FILE ASSIGN TO 'LABDIST.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LABOR-DIST-FILE.
           COPY 'LABDIST.cpy'.

       SD  SORT-WORK-FILE.
           COPY 'LABDIST.cpy'
               REPLACING ==LABOR-DIST-RECORD== BY ==SORT-RECORD==
                         ==LD-EMP-ID==       BY ==SORT-EMP-ID==
                         ==LD-EMP-NAME==     BY ==SORT-EMP-NAME==
                         ==LD-HOME-DEPT==    BY ==SORT-HOME-DEPT==
                         ==LD-CHARGE-DEPT==  BY ==SORT-CHARGE-DEPT==
                         ==LD-CHARGE-PROJECT==
                             BY ==SORT-CHARGE-PROJECT==
                         ==LD-SOURCE==       BY ==SORT-SOURCE==
                         ==LD-FROM-TIMECARD== BY ==SORT-FROM-TIMECARD==
                         ==LD-FROM-DEFAULT== BY ==SORT-FROM-DEFAULT==
                         ==LD-FROM-HOME==    BY ==SORT-FROM-HOME==
                         ==LD-HOURS==        BY ==SORT-HOURS==
                         ==LD-PERCENT==      BY ==SORT-PERCENT==
                         ==LD-GROSS==        BY ==SORT-GROSS==
                         ==LD-OT-PREMIUM==   BY ==SORT-OT-PREMIUM==
                         ==LD-ER-TAX==       BY ==SORT-ER-TAX==
                         ==LD-MATCH==        BY ==SORT-MATCH==
                         ==LD-PERIOD-YEAR==  BY ==SORT-PERIOD-YEAR==
                         ==LD-PERIOD-NBR==   BY ==SORT-PERIOD-NBR==
                         ==LD-PAY-GROUP==    BY ==SORT-PAY-GROUP==.

       FD  SORTED-DIST-FILE.
           COPY 'LABDIST.cpy'
               REPLACING ==LABOR-DIST-RECORD== BY ==SORTED-DIST-RECORD==
                         ==LD-EMP-ID==       BY ==SD-EMP-ID==
                         ==LD-EMP-NAME==     BY ==SD-EMP-NAME==
                         ==LD-HOME-DEPT==    BY ==SD-HOME-DEPT==
                         ==LD-CHARGE-DEPT==  BY ==SD-CHARGE-DEPT==
                         ==LD-CHARGE-PROJECT==
                             BY ==SD-CHARGE-PROJECT==
                         ==LD-SOURCE==       BY ==SD-SOURCE==
                         ==LD-FROM-TIMECARD== BY ==SD-FROM-TIMECARD==
                         ==LD-FROM-DEFAULT== BY ==SD-FROM-DEFAULT==
                         ==LD-FROM-HOME==    BY ==SD-FROM-HOME==
                         ==LD-HOURS==        BY ==SD-HOURS==
                         ==LD-PERCENT==      BY ==SD-PERCENT==
                         ==LD-GROSS==        BY ==SD-GROSS==
                         ==LD-OT-PREMIUM==   BY ==SD-OT-PREMIUM==
                         ==LD-ER-TAX==       BY ==SD-ER-TAX==
                         ==LD-MATCH==        BY ==SD-MATCH==
                         ==LD-PERIOD-YEAR==  BY ==SD-PERIOD-YEAR==
                         ==LD-PERIOD-NBR==   BY ==SD-PERIOD-NBR==
                         ==LD-PAY-GROUP==    BY ==SD-PAY-GROUP==.

       FD  REPORT-FILE.
       01  REPORT-LINE         PIC X(132).

       FD  DIST-REPORT-FILE.
       01  DIST-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LDS-STATUS       PIC XX.
       01  WS-RPT-STATUS       PIC XX.
       01  WS-SD-EOF           PIC X VALUE 'N'.
       01  WS-RPT-EOF          PIC X VALUE 'N'.
       01  WS-FIRST-RECORD     PIC X VALUE 'Y'.
       01  WS-OUT-OF-BALANCE   PIC X VALUE 'N'.

       01  WS-CURRENT-DATETIME.
           05 WS-CD-DATE       PIC X(8).
           05 WS-CD-TIME       PIC X(6).
           05 FILLER           PIC X(7).

       01  WS-RPT-LINE         PIC X(132).
       01  WS-RPT-TRAILER REDEFINES WS-RPT-LINE.
           05 RPT-TRL-TAG      PIC X(7).
           05 RPT-TRL-COUNT    PIC ZZZ,ZZ9.
           05 FILLER           PIC X(10).
           05 RPT-TRL-GROSS    PIC $ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(93).

       01  WS-TRAILER-FOUND    PIC X VALUE 'N'.
       01  WS-TRL-GROSS        PIC 9(9)V99 VALUE 0.
       01  WS-DIFFERENCE       PIC S9(9)V99 VALUE 0.

       01  WS-PREV-CHARGE-DEPT PIC X(4) VALUE SPACES.
       01  WS-PREV-CHARGE-PROJECT PIC X(6) VALUE SPACES.
       01  WS-CHARGE-COUNT     PIC 9(5) VALUE 0.
       01  WS-CHARGE-HOURS     PIC 9(7)V99 VALUE 0.
       01  WS-CHARGE-GROSS     PIC 9(9)V99 VALUE 0.
       01  WS-CHARGE-PREMIUM   PIC 9(9)V99 VALUE 0.
       01  WS-CHARGE-ER-TAX    PIC 9(9)V99 VALUE 0.
       01  WS-CHARGE-MATCH     PIC 9(9)V99 VALUE 0.
       01  WS-LINE-COUNT       PIC 9(6) VALUE 0.
       01  WS-CODE-COUNT       PIC 9(5) VALUE 0.
       01  WS-TOTAL-HOURS      PIC 9(7)V99 VALUE 0.
       01  WS-TOTAL-GROSS      PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-PREMIUM    PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-ER-TAX     PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-MATCH      PIC 9(9)V99 VALUE 0.

       01  WS-DIST-HEADER.
           05 FILLER           PIC X(36) VALUE
              'LABOR DISTRIBUTION BY CHARGE CODE'.
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

       01  WS-DIST-COLUMNS.
           05 FILLER           PIC X(12) VALUE 'Charge Code'.
           05 FILLER           PIC X(7) VALUE 'Emp'.
           05 FILLER           PIC X(22) VALUE 'Name'.
           05 FILLER           PIC X(6) VALUE 'Home'.
           05 FILLER           PIC X(4) VALUE 'Src'.
           05 FILLER           PIC X(9) VALUE '    Hours'.
           05 FILLER           PIC X(8) VALUE '    Pct'.
           05 FILLER           PIC X(13) VALUE '        Gross'.
           05 FILLER           PIC X(13) VALUE '   OT Premium'.
           05 FILLER           PIC X(13) VALUE '       ER Tax'.
           05 FILLER           PIC X(13) VALUE '        Match'.

       01  WS-DIST-DETAIL.
           05 DDT-CHARGE-DEPT  PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 DDT-CHARGE-PROJECT PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 DDT-EMP-ID       PIC X(5).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DDT-EMP-NAME     PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DDT-HOME-DEPT    PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DDT-SOURCE       PIC X.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DDT-HOURS        PIC Z,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 DDT-PERCENT      PIC ZZ9.99.
           05 FILLER           PIC X(2) VALUE '% '.
           05 DDT-GROSS        PIC $ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DDT-PREMIUM      PIC $ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DDT-ER-TAX       PIC $ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DDT-MATCH        PIC $ZZZ,ZZ9.99.

       01  WS-DIST-SUBTOTAL.
           05 FILLER           PIC X(14) VALUE 'Charge Total: '.
           05 DST-CHARGE-DEPT  PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 DST-CHARGE-PROJECT PIC X(6).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DST-COUNT        PIC ZZ,ZZ9.
           05 FILLER           PIC X(8) VALUE ' line(s)'.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DST-HOURS        PIC ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 DST-GROSS        PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 DST-PREMIUM      PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 DST-ER-TAX       PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 DST-MATCH        PIC $ZZ,ZZZ,ZZ9.99.

       01  WS-DIST-TOTAL.
           05 FILLER           PIC X(14) VALUE 'Grand Total:  '.
           05 DGT-CODES        PIC ZZ,ZZ9.
           05 FILLER           PIC X(7) VALUE ' codes '.
           05 DGT-LINES        PIC ZZZ,ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 DGT-HOURS        PIC ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 DGT-GROSS        PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 DGT-PREMIUM      PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 DGT-ER-TAX       PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 DGT-MATCH        PIC $ZZ,ZZZ,ZZ9.99.

       01  WS-DIST-TIE-LINE.
           05 DTL-LABEL        PIC X(32).
           05 DTL-AMOUNT       PIC $ZZZ,ZZZ,ZZ9.99-.

       01  WS-DIST-STATUS-LINE.
           05 FILLER           PIC X(15) VALUE 'Tie to Batch:  '.
           05 DSL-STATUS       PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           OPEN INPUT LABOR-DIST-FILE
           IF WS-LDS-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open LABDIST.DAT (status '
                   WS-LDS-STATUS ') - run PayrollSystem first'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE LABOR-DIST-FILE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CHARGE-DEPT
               ON ASCENDING KEY SORT-CHARGE-PROJECT
               ON ASCENDING KEY SORT-EMP-ID
               USING LABOR-DIST-FILE
               GIVING SORTED-DIST-FILE

           PERFORM READ-BATCH-TRAILER

           OPEN INPUT SORTED-DIST-FILE
           OPEN OUTPUT DIST-REPORT-FILE
           PERFORM LIST-DISTRIBUTION UNTIL WS-SD-EOF = 'Y'
           IF WS-FIRST-RECORD = 'Y'
               MOVE 0 TO HDR-PERIOD-YEAR
               MOVE 0 TO HDR-PERIOD-NBR
               MOVE SPACES TO HDR-PAY-GROUP
               PERFORM WRITE-DIST-HEADER
           ELSE
               PERFORM WRITE-CHARGE-SUBTOTAL
           END-IF
           PERFORM WRITE-DIST-TOTALS
           CLOSE SORTED-DIST-FILE
           CLOSE DIST-REPORT-FILE

           DISPLAY 'LABORDIST: ' WS-LINE-COUNT ' distribution line(s) '
               'across ' WS-CODE-COUNT ' charge code(s)'
           IF WS-OUT-OF-BALANCE = 'Y'
               DISPLAY 'WARNING: labor distribution does not tie to '
                   'the PAYROLL.RPT trailer gross - see LABDIST.RPT'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-BATCH-TRAILER.
           OPEN INPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'WARNING: cannot open PAYROLL.RPT (status '
                   WS-RPT-STATUS ') - distribution cannot be tied'
               MOVE 'Y' TO WS-RPT-EOF
           END-IF
           PERFORM UNTIL WS-RPT-EOF = 'Y'
               READ REPORT-FILE INTO WS-RPT-LINE
                   AT END
                       MOVE 'Y' TO WS-RPT-EOF
                   NOT AT END
                       IF RPT-TRL-TAG = 'Count:'
                           MOVE 'Y' TO WS-TRAILER-FOUND
                           MOVE RPT-TRL-GROSS TO WS-TRL-GROSS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RPT-STATUS NOT = '35' AND WS-RPT-STATUS NOT = '30'
               CLOSE REPORT-FILE
           END-IF.

       LIST-DISTRIBUTION.
           READ SORTED-DIST-FILE
               AT END
                   MOVE 'Y' TO WS-SD-EOF
               NOT AT END
                   PERFORM LIST-ONE-LINE
           END-READ.

       LIST-ONE-LINE.
           IF WS-FIRST-RECORD = 'Y'
               MOVE 'N' TO WS-FIRST-RECORD
               MOVE SD-PERIOD-YEAR TO HDR-PERIOD-YEAR
               MOVE SD-PERIOD-NBR TO HDR-PERIOD-NBR
               MOVE SD-PAY-GROUP TO HDR-PAY-GROUP
               PERFORM WRITE-DIST-HEADER
               MOVE SD-CHARGE-DEPT TO WS-PREV-CHARGE-DEPT
               MOVE SD-CHARGE-PROJECT TO WS-PREV-CHARGE-PROJECT
               ADD 1 TO WS-CODE-COUNT
           ELSE
               IF SD-CHARGE-DEPT NOT = WS-PREV-CHARGE-DEPT
                       OR SD-CHARGE-PROJECT NOT = WS-PREV-CHARGE-PROJECT
                   PERFORM WRITE-CHARGE-SUBTOTAL
                   MOVE SD-CHARGE-DEPT TO WS-PREV-CHARGE-DEPT
                   MOVE SD-CHARGE-PROJECT TO WS-PREV-CHARGE-PROJECT
                   ADD 1 TO WS-CODE-COUNT
               END-IF
           END-IF
           MOVE SD-CHARGE-DEPT TO DDT-CHARGE-DEPT
           MOVE SD-CHARGE-PROJECT TO DDT-CHARGE-PROJECT
           MOVE SD-EMP-ID TO DDT-EMP-ID
           MOVE SD-EMP-NAME TO DDT-EMP-NAME
           MOVE SD-HOME-DEPT TO DDT-HOME-DEPT
           MOVE SD-SOURCE TO DDT-SOURCE
           MOVE SD-HOURS TO DDT-HOURS
           MOVE SD-PERCENT TO DDT-PERCENT
           MOVE SD-GROSS TO DDT-GROSS
           MOVE SD-OT-PREMIUM TO DDT-PREMIUM
           MOVE SD-ER-TAX TO DDT-ER-TAX
           MOVE SD-MATCH TO DDT-MATCH
           WRITE DIST-REPORT-LINE FROM WS-DIST-DETAIL
           ADD 1 TO WS-CHARGE-COUNT
           ADD SD-HOURS TO WS-CHARGE-HOURS
           ADD SD-GROSS TO WS-CHARGE-GROSS
           ADD SD-OT-PREMIUM TO WS-CHARGE-PREMIUM
           ADD SD-ER-TAX TO WS-CHARGE-ER-TAX
           ADD SD-MATCH TO WS-CHARGE-MATCH.

       WRITE-DIST-HEADER.
           MOVE WS-CD-DATE TO HDR-RUN-DATE
           WRITE DIST-REPORT-LINE FROM WS-DIST-HEADER
           MOVE SPACES TO DIST-REPORT-LINE
           WRITE DIST-REPORT-LINE
           WRITE DIST-REPORT-LINE FROM WS-DIST-COLUMNS.

       WRITE-CHARGE-SUBTOTAL.
           MOVE WS-PREV-CHARGE-DEPT TO DST-CHARGE-DEPT
           MOVE WS-PREV-CHARGE-PROJECT TO DST-CHARGE-PROJECT
           MOVE WS-CHARGE-COUNT TO DST-COUNT
           MOVE WS-CHARGE-HOURS TO DST-HOURS
           MOVE WS-CHARGE-GROSS TO DST-GROSS
           MOVE WS-CHARGE-PREMIUM TO DST-PREMIUM
           MOVE WS-CHARGE-ER-TAX TO DST-ER-TAX
           MOVE WS-CHARGE-MATCH TO DST-MATCH
           WRITE DIST-REPORT-LINE FROM WS-DIST-SUBTOTAL
           MOVE SPACES TO DIST-REPORT-LINE
           WRITE DIST-REPORT-LINE
           ADD WS-CHARGE-COUNT TO WS-LINE-COUNT
           ADD WS-CHARGE-HOURS TO WS-TOTAL-HOURS
           ADD WS-CHARGE-GROSS TO WS-TOTAL-GROSS
           ADD WS-CHARGE-PREMIUM TO WS-TOTAL-PREMIUM
           ADD WS-CHARGE-ER-TAX TO WS-TOTAL-ER-TAX
           ADD WS-CHARGE-MATCH TO WS-TOTAL-MATCH
           MOVE 0 TO WS-CHARGE-COUNT
           MOVE 0 TO WS-CHARGE-HOURS
           MOVE 0 TO WS-CHARGE-GROSS
           MOVE 0 TO WS-CHARGE-PREMIUM
           MOVE 0 TO WS-CHARGE-ER-TAX
           MOVE 0 TO WS-CHARGE-MATCH.

       WRITE-DIST-TOTALS.
           MOVE WS-CODE-COUNT TO DGT-CODES
           MOVE WS-LINE-COUNT TO DGT-LINES
           MOVE WS-TOTAL-HOURS TO DGT-HOURS
           MOVE WS-TOTAL-GROSS TO DGT-GROSS
           MOVE WS-TOTAL-PREMIUM TO DGT-PREMIUM
           MOVE WS-TOTAL-ER-TAX TO DGT-ER-TAX
           MOVE WS-TOTAL-MATCH TO DGT-MATCH
           WRITE DIST-REPORT-LINE FROM WS-DIST-TOTAL
           MOVE SPACES TO DIST-REPORT-LINE
           WRITE DIST-REPORT-LINE
           MOVE 'Distributed Gross:' TO DTL-LABEL
           MOVE WS-TOTAL-GROSS TO DTL-AMOUNT
           WRITE DIST-REPORT-LINE FROM WS-DIST-TIE-LINE
           IF WS-TRAILER-FOUND = 'Y'
               COMPUTE WS-DIFFERENCE = WS-TOTAL-GROSS - WS-TRL-GROSS
               MOVE 'PAYROLL.RPT Trailer Gross:' TO DTL-LABEL
               MOVE WS-TRL-GROSS TO DTL-AMOUNT
               WRITE DIST-REPORT-LINE FROM WS-DIST-TIE-LINE
               MOVE 'Difference:' TO DTL-LABEL
               MOVE WS-DIFFERENCE TO DTL-AMOUNT
               WRITE DIST-REPORT-LINE FROM WS-DIST-TIE-LINE
               IF WS-DIFFERENCE = 0
                   MOVE 'IN BALANCE' TO DSL-STATUS
               ELSE
                   MOVE 'Y' TO WS-OUT-OF-BALANCE
                   MOVE 'OUT OF BALANCE - distribution does not equal '
                       & 'run gross' TO DSL-STATUS
               END-IF
           ELSE
               MOVE 'Y' TO WS-OUT-OF-BALANCE
               MOVE 'NOT TIED - no trailer found on PAYROLL.RPT'
                   TO DSL-STATUS
           END-IF
           WRITE DIST-REPORT-LINE FROM WS-DIST-STATUS-LINE.
