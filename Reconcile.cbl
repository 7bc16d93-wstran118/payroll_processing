       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reconcile.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 22-AUG-2026.
           SELECT YTD-PRIOR-FILE ASSIGN TO 'YTDPRIOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTDP-STATUS.
           SELECT YTD-SUPP-PRIOR-FILE ASSIGN TO 'YTDSPRIOR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTDP-STATUS.
           SELECT RECONCILE-REPORT-FILE ASSIGN TO 'RECONCILE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-CALENDAR-FILE ASSIGN TO 'PAYCAL.DAT'
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

       FD  YTD-PRIOR-FILE.
       01  YTD-PRIOR-RECORD    PIC X(122).

       FD  YTD-SUPP-PRIOR-FILE.
       01  YTD-SUPP-PRIOR-RECORD PIC X(122).

       FD  RECONCILE-REPORT-FILE.
       01  RECONCILE-LINE      PIC X(132).

       01  WS-YTD-STATUS       PIC XX.
       01  WS-YTDP-STATUS      PIC XX.
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

       01  WS-CAL-STATUS       PIC XX.
       01  WS-PRM-STATUS       PIC XX.
       01  WS-RUN-GROUP        PIC X(2) VALUE SPACES.
       01  WS-RUN-GROSS        PIC 9(9)V99 VALUE 0.
       01  WS-RUN-NET          PIC 9(9)V99 VALUE 0.
       01  WS-RUN-RESULT       PIC X VALUE 'N'.
       01  WS-RUN-MODE         PIC X VALUE 'R'.
       01  WS-PAYROLL-STEP     PIC X(12) VALUE 'PAYROLL'.
       01  WS-RECON-STEP       PIC X(12) VALUE 'RECONCILE'.
       01  WS-PRINT-STEP       PIC X(12) VALUE 'CHECKPRINT'.
       01  WS-PAYROLL-COUNT    PIC 9(6) VALUE 0.
       01  WS-PAYROLL-GROSS    PIC 9(9)V99 VALUE 0.
       01  WS-PAYROLL-NET      PIC 9(9)V99 VALUE 0.
                           MOVE 'Y' TO WS-CAL-FOUND
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
               MOVE 'RECONSUPP' TO WS-RECON-STEP
               MOVE 'CHECKSUPP' TO WS-PRINT-STEP
           END-IF.

       READ-RUN-PARM.

       VERIFY-PRIOR-STEPS.
           MOVE 'V' TO WS-RUN-ACTION
           MOVE WS-PAYROLL-STEP TO WS-RUN-PROGRAM
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT
               STOP RUN
           END-IF
           MOVE 'V' TO WS-RUN-ACTION
           MOVE WS-PRINT-STEP TO WS-RUN-PROGRAM
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT
               STOP RUN
           END-IF
           MOVE 'G' TO WS-RUN-ACTION
           MOVE WS-PAYROLL-STEP TO WS-RUN-PROGRAM
           CALL 'RUNCTL' USING WS-RUN-ACTION WS-RUN-PROGRAM
               WS-RUN-GROUP WS-PERIOD-YEAR WS-PERIOD-NBR
               WS-RUN-COUNT WS-RUN-GROSS WS-RUN-NET WS-RUN-RESULT

       RECORD-RUN-START.
           MOVE 'S' TO WS-RUN-ACTION
           MOVE WS-RECON-STEP TO WS-RUN-PROGRAM
           MOVE 0 TO WS-RUN-COUNT
           MOVE 0 TO WS-RUN-GROSS
           MOVE 0 TO WS-RUN-NET

       RECORD-RUN-COMPLETE.
           MOVE 'C' TO WS-RUN-ACTION
           MOVE WS-RECON-STEP TO WS-RUN-PROGRAM
           MOVE WS-TRL-COUNT TO WS-RUN-COUNT
           MOVE WS-TRL-GROSS TO WS-RUN-GROSS
           MOVE WS-TRL-NET TO WS-RUN-NET
           CLOSE PAPER-PAY-FILE.

       LOAD-YTD-PRIOR.
           IF WS-RUN-MODE = 'S'
               OPEN INPUT YTD-SUPP-PRIOR-FILE
           ELSE
               OPEN INPUT YTD-PRIOR-FILE
           END-IF
           IF WS-YTDP-STATUS = '35'
               MOVE 'Y' TO WS-YTDP-EOF
               IF WS-RUN-MODE = 'S'
                   DISPLAY 'WARNING: YTDSPRIOR.DAT not found - '
                       'treating prior YTD balances as zero'
               ELSE
                   DISPLAY 'WARNING: YTDPRIOR.DAT not found - '
                       'treating prior YTD balances as zero'
               END-IF
           END-IF
           PERFORM UNTIL WS-YTDP-EOF = 'Y'
               PERFORM READ-YTD-PRIOR
               IF WS-YTDP-EOF NOT = 'Y'
                   IF WS-YTDP-COUNT < 1000
                       ADD 1 TO WS-YTDP-COUNT
                       MOVE YTDP-EMP-ID
                           TO WS-YP-EMP-ID (WS-YTDP-COUNT)
                       MOVE YTDP-GROSS
                           TO WS-YP-GROSS (WS-YTDP-COUNT)
                       MOVE YTDP-TAX
                           TO WS-YP-TAX (WS-YTDP-COUNT)
                       MOVE YTDP-NET
                           TO WS-YP-NET (WS-YTDP-COUNT)
                   ELSE
                       DISPLAY 'WARNING: prior YTD table full '
                           '(1000) - discarding record for '
                           YTDP-EMP-ID
                   END-IF
               END-IF
           END-PERFORM
           IF WS-YTDP-STATUS NOT = '35'
               IF WS-RUN-MODE = 'S'
                   CLOSE YTD-SUPP-PRIOR-FILE
               ELSE
                   CLOSE YTD-PRIOR-FILE
               END-IF
           END-IF.

       READ-YTD-PRIOR.
           IF WS-RUN-MODE = 'S'
               READ YTD-SUPP-PRIOR-FILE INTO WS-YTD-PRIOR-ENTRY
                   AT END
                       MOVE 'Y' TO WS-YTDP-EOF
               END-READ
           ELSE
               READ YTD-PRIOR-FILE INTO WS-YTD-PRIOR-ENTRY
                   AT END
                       MOVE 'Y' TO WS-YTDP-EOF
               END-READ
           END-IF.

       TALLY-YTD-MOVEMENT.
