       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpMaint.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 22-AUG-2026.
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO 'EMPMAINT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-HISTORY-FILE ASSIGN TO 'RATEHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 TRN-TERM-DATE    PIC X(8).
           05 TRN-PAY-GROUP    PIC X(2).
           05 TRN-USER-ID      PIC X(8).
           05 TRN-EFF-DATE     PIC X(8).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-EMP-ID       PIC X(5).
           05 AUD-BEFORE-IMAGE PIC X(83).
           05 AUD-AFTER-IMAGE  PIC X(83).
           05 AUD-EFF-DATE     PIC X(8).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE   PIC X(132).

       FD  RATE-HISTORY-FILE.
           COPY 'RATEHIST.cpy'.

       WORKING-STORAGE SECTION.
       01  WS-EMP-COUNT        PIC 9(4) VALUE 0.
       01  WS-EMPLOYEE-TABLE.
       01  WS-TRN-REJECT-REASON PIC X(40).

       01  WS-AUDIT-STATUS     PIC XX.
       01  WS-RATEH-STATUS     PIC XX.
       01  WS-EFF-DATE         PIC X(8).
       01  WS-OLD-RATE         PIC 9(3)V99.
       01  WS-OLD-SALARY       PIC 9(5)V99.
       01  WS-OLD-PAY-BASIS    PIC X.
       01  WS-APPLIED-NOTE     PIC X(40).
       01  WS-RETRO-COUNT      PIC 9(6) VALUE 0.
       01  WS-APPLIED-COUNT    PIC 9(6) VALUE 0.
       01  WS-REJECTED-COUNT   PIC 9(6) VALUE 0.

           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'Rejected: '.
           05 MNT-REJECTED     PIC ZZZ,ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE 'Retro Pending: '.
           05 MNT-RETRO        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND RATE-HISTORY-FILE
           IF WS-RATEH-STATUS = '35'
               OPEN OUTPUT RATE-HISTORY-FILE
           END-IF
           IF WS-RATEH-STATUS NOT = '00'
               DISPLAY 'FATAL: cannot open RATEHIST.DAT (status '
                   WS-RATEH-STATUS ') - aborting run'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MAINT-REPORT-FILE

           MOVE WS-CD-DATE TO HDR-RUN-DATE

           CLOSE TRANSACTION-FILE
           CLOSE AUDIT-FILE
           CLOSE RATE-HISTORY-FILE
           CLOSE MAINT-REPORT-FILE

           IF WS-MASTER-OVERFLOW = 'Y'
                                       TO WS-TRN-REJECT-REASON
                               ELSE
                                   PERFORM VALIDATE-ADD-FIELDS
                                   IF WS-TRN-VALID-FLAG = 'Y'
                                       PERFORM VALIDATE-EFFECTIVE-DATE
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                           MOVE 'N' TO WS-TRN-VALID-FLAG
                           MOVE 'Employee not on master'
                               TO WS-TRN-REJECT-REASON
                       ELSE
                           PERFORM VALIDATE-EFFECTIVE-DATE
                       END-IF
                   WHEN TRN-DELETE
                       IF WS-FOUND-FLAG = 'N'
                       TO WS-TRN-REJECT-REASON
           END-EVALUATE.

       VALIDATE-EFFECTIVE-DATE.
           IF TRN-EFF-DATE NOT = SPACES
               IF TRN-EFF-DATE NOT NUMERIC
                   MOVE 'N' TO WS-TRN-VALID-FLAG
                   MOVE 'Effective date not numeric'
                       TO WS-TRN-REJECT-REASON
               ELSE
                   IF TRN-EFF-DATE > WS-CD-DATE
                       MOVE 'N' TO WS-TRN-VALID-FLAG
                       MOVE 'Effective date is in the future'
                           TO WS-TRN-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       FIND-EMPLOYEE.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-FOUND-IDX
           END-PERFORM.

       APPLY-TRANSACTION.
           MOVE SPACES TO WS-APPLIED-NOTE
           IF TRN-EFF-DATE = SPACES
               MOVE WS-CD-DATE TO WS-EFF-DATE
           ELSE
               MOVE TRN-EFF-DATE TO WS-EFF-DATE
           END-IF
           EVALUATE TRUE
               WHEN TRN-ADD
                   PERFORM APPLY-ADD
           MOVE WS-TBL-EMPLOYEE TO WS-TBL-RECORD (WS-EMP-COUNT)
           MOVE SPACES TO AUD-BEFORE-IMAGE
           MOVE WS-TBL-EMPLOYEE TO AUD-AFTER-IMAGE
           PERFORM WRITE-AUDIT-RECORD
           MOVE 0 TO WS-OLD-RATE
           MOVE 0 TO WS-OLD-SALARY
           PERFORM WRITE-RATE-HISTORY.

       APPLY-CHANGE.
           MOVE WS-TBL-RECORD (WS-FOUND-IDX) TO AUD-BEFORE-IMAGE
           MOVE WS-TBL-RECORD (WS-FOUND-IDX) TO WS-TBL-EMPLOYEE
           MOVE WS-TBL-EMP-RATE TO WS-OLD-RATE
           MOVE WS-TBL-SALARY TO WS-OLD-SALARY
           MOVE WS-TBL-PAY-BASIS TO WS-OLD-PAY-BASIS
           IF TRN-EMP-NAME NOT = SPACES
               MOVE TRN-EMP-NAME TO WS-TBL-EMP-NAME
           END-IF
           END-IF
           MOVE WS-TBL-EMPLOYEE TO WS-TBL-RECORD (WS-FOUND-IDX)
           MOVE WS-TBL-EMPLOYEE TO AUD-AFTER-IMAGE
           PERFORM WRITE-AUDIT-RECORD
           IF WS-TBL-EMP-RATE NOT = WS-OLD-RATE
                   OR WS-TBL-SALARY NOT = WS-OLD-SALARY
               PERFORM WRITE-RATE-HISTORY
           END-IF.

       APPLY-DELETE.
           MOVE WS-TBL-RECORD (WS-FOUND-IDX) TO AUD-BEFORE-IMAGE
           MOVE SPACES TO WS-TBL-TERM-DATE
           MOVE TRN-PAY-GROUP TO WS-TBL-PAY-GROUP.

       WRITE-RATE-HISTORY.
           MOVE WS-TBL-EMP-ID TO RH-EMP-ID
           MOVE WS-EFF-DATE TO RH-EFF-DATE
           MOVE WS-TBL-PAY-BASIS TO RH-PAY-BASIS
           MOVE WS-OLD-RATE TO RH-OLD-RATE
           MOVE WS-TBL-EMP-RATE TO RH-NEW-RATE
           MOVE WS-OLD-SALARY TO RH-OLD-SALARY
           MOVE WS-TBL-SALARY TO RH-NEW-SALARY
           MOVE WS-CD-DATE TO RH-CHANGE-DATE
           MOVE TRN-USER-ID TO RH-USER-ID
           MOVE SPACES TO RH-RETRO-DATE
           IF TRN-CHANGE AND WS-EFF-DATE < WS-CD-DATE
                   AND WS-TBL-PAY-BASIS = WS-OLD-PAY-BASIS
               MOVE 'P' TO RH-RETRO-STATUS
               ADD 1 TO WS-RETRO-COUNT
               STRING 'Retro pending from ' WS-EFF-DATE
                   DELIMITED BY SIZE INTO WS-APPLIED-NOTE
           ELSE
               MOVE 'N' TO RH-RETRO-STATUS
           END-IF
           WRITE RATE-HISTORY-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE WS-CD-DATE TO AUD-DATE
           MOVE WS-CD-TIME TO AUD-TIME
           MOVE TRN-USER-ID TO AUD-USER-ID
           MOVE TRN-ACTION TO AUD-ACTION
           MOVE TRN-EMP-ID TO AUD-EMP-ID
           IF TRN-ADD OR TRN-CHANGE
               MOVE WS-EFF-DATE TO AUD-EFF-DATE
           ELSE
               MOVE SPACES TO AUD-EFF-DATE
           END-IF
           WRITE AUDIT-RECORD.

       WRITE-APPLIED-LINE.
           MOVE TRN-EMP-ID TO MNT-EMP-ID
           MOVE TRN-USER-ID TO MNT-USER-ID
           MOVE 'APPLIED' TO MNT-STATUS
           MOVE WS-APPLIED-NOTE TO MNT-REASON
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-DETAIL.

       WRITE-REJECT-LINE.
           WRITE MAINT-REPORT-LINE
           MOVE WS-APPLIED-COUNT TO MNT-APPLIED
           MOVE WS-REJECTED-COUNT TO MNT-REJECTED
           MOVE WS-RETRO-COUNT TO MNT-RETRO
           WRITE MAINT-REPORT-LINE FROM WS-MAINT-TRAILER.

       REWRITE-EMPLOYEE-MASTER.
