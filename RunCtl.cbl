       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTL.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 02-SEP-2026.
       WORKING-STORAGE SECTION.
       01  WS-RC-STATUS        PIC XX.
       01  WS-RC-EOF           PIC X.
       01  WS-RC-COUNT         PIC 9(3).
       01  WS-RC-FOUND         PIC X.
       01  WS-RC-FOUND-IDX     PIC 9(3).
       01  WS-RC-IDX           PIC 9(3).
       01  WS-CONTROL-TABLE.
           05 WS-RC-ENTRY OCCURS 100 TIMES.
              10 WS-RC-PROGRAM PIC X(12).
              10 WS-RC-GROUP   PIC X(2).
              10 WS-RC-YEAR    PIC 9(4).
           88 LK-RECORD-COMPLETE   VALUE 'C'.
           88 LK-VERIFY-COMPLETE   VALUE 'V'.
           88 LK-GET-TOTALS        VALUE 'G'.
           88 LK-RECORD-HOLD       VALUE 'H'.
       01  LK-PROGRAM          PIC X(12).
       01  LK-PAY-GROUP        PIC X(2).
       01  LK-YEAR             PIC 9(4).
                       MOVE 'Y' TO LK-RESULT
                   END-IF
               WHEN LK-RECORD-COMPLETE
               WHEN LK-RECORD-HOLD
                   PERFORM UPSERT-ENTRY
                   IF WS-RC-FOUND-IDX > 0
                       MOVE LK-ACTION
                           TO WS-RC-STEP-STATUS (WS-RC-FOUND-IDX)
                       MOVE LK-COUNT
                           TO WS-RC-STEP-COUNT (WS-RC-FOUND-IDX)
                   AT END
                       MOVE 'Y' TO WS-RC-EOF
                   NOT AT END
                       IF WS-RC-COUNT < 100
                           ADD 1 TO WS-RC-COUNT
                           MOVE RC-PROGRAM
                               TO WS-RC-PROGRAM (WS-RC-COUNT)
                               TO WS-RC-STEP-NET (WS-RC-COUNT)
                       ELSE
                           DISPLAY 'WARNING: run control table full '
                               '(100) - discarding entry for '
                               RC-PROGRAM
                       END-IF
               END-READ

       UPSERT-ENTRY.
           IF WS-RC-FOUND = 'N'
               IF WS-RC-COUNT < 100
                   ADD 1 TO WS-RC-COUNT
                   MOVE WS-RC-COUNT TO WS-RC-FOUND-IDX
                   MOVE LK-PROGRAM
                   MOVE LK-PAY-GROUP
                       TO WS-RC-GROUP (WS-RC-FOUND-IDX)
               ELSE
                   DISPLAY 'WARNING: run control table full (100) - '
                       'entry for ' LK-PROGRAM ' not recorded'
                   MOVE 0 TO WS-RC-FOUND-IDX
               END-IF
