       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLYDED.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 08-AUG-2026.
              10 WS-WK-ARR-IDX PIC 9(4).
              10 WS-WK-MATCH-PCT PIC 9(3)V99.
              10 WS-WK-MATCH-CAP PIC 9(5)V99.
              10 WS-WK-PRETAX  PIC X.
              10 WS-WK-FED-EXEMPT PIC X.
              10 WS-WK-STATE-EXEMPT PIC X.
              10 WS-WK-LOCAL-EXEMPT PIC X.
              10 WS-WK-FICA-EXEMPT PIC X.

       01  WS-REMAINING        PIC 9(7)V99.
       01  WS-TAKEN            PIC 9(7)V99.
       01  WS-SORT-IDX         PIC 9(3).
       01  WS-SCAN-IDX         PIC 9(3).
       01  WS-PICK-IDX         PIC 9(3).
       01  WS-SWAP-ENTRY       PIC X(55).
       01  WS-ARR-FOUND        PIC X.
       01  WS-PRI-LOOKUP       PIC 9(2).
       01  WS-LOOK-IDX         PIC 9(3).
       01  WS-PRETAX-LOOKUP    PIC X.
       01  WS-FED-EX-LOOKUP    PIC X.
       01  WS-STATE-EX-LOOKUP  PIC X.
       01  WS-LOCAL-EX-LOOKUP  PIC X.
       01  WS-FICA-EX-LOOKUP   PIC X.
       01  WS-ITEM-PRETAX      PIC X.
       01  WS-ARR-DED-FOUND    PIC X.

       LINKAGE SECTION.
       01  LK-EMP-ID           PIC X(5).
              10 LK-DED-PRIORITY PIC 9(2).
              10 LK-DED-MATCH-PCT PIC 9(3)V99.
              10 LK-DED-MATCH-CAP PIC 9(5)V99.
              10 LK-DED-PRETAX PIC X.
              10 LK-DED-FED-EXEMPT PIC X.
              10 LK-DED-STATE-EXEMPT PIC X.
              10 LK-DED-LOCAL-EXEMPT PIC X.
              10 LK-DED-FICA-EXEMPT PIC X.
       01  LK-ARR-COUNT        PIC 9(4).
       01  LK-ARREARS-TABLE.
           05 LK-ARR-ENTRY OCCURS 200 TIMES INDEXED BY LK-ARR-IDX.
              10 LK-EMP-DED-TAKEN PIC 9(5)V99.
              10 LK-EMP-DED-SHORT PIC 9(5)V99.
              10 LK-EMP-DED-MATCH PIC 9(5)V99.
              10 LK-EMP-DED-PRETAX PIC X.
       01  LK-APPLY-PASS       PIC X.
           88 LK-PASS-PRETAX       VALUE 'P'.
           88 LK-PASS-AFTER-TAX    VALUE 'T'.
       01  LK-PRETAX-FED       PIC 9(5)V99.
       01  LK-PRETAX-STATE     PIC 9(5)V99.
       01  LK-PRETAX-LOCAL     PIC 9(5)V99.
       01  LK-PRETAX-FICA      PIC 9(5)V99.
       01  LK-RUN-MODE         PIC X.
           88 LK-SUPP-RUN          VALUE 'S'.

       PROCEDURE DIVISION USING LK-EMP-ID LK-GROSS-PAY LK-AVAILABLE
               LK-DED-COUNT LK-DEDUCTION-TABLE
               LK-ARR-COUNT LK-ARREARS-TABLE
               LK-TOTAL-DEDUCTIONS LK-TOTAL-MATCH
               LK-EMP-DED-COUNT LK-EMP-DED-PRINT
               LK-APPLY-PASS LK-PRETAX-FED LK-PRETAX-STATE
               LK-PRETAX-LOCAL LK-PRETAX-FICA LK-RUN-MODE.
       APPLYDED-MAIN.
           IF NOT LK-PASS-AFTER-TAX
               MOVE 0 TO LK-TOTAL-DEDUCTIONS
               MOVE 0 TO LK-TOTAL-MATCH
               MOVE 0 TO LK-EMP-DED-COUNT
               MOVE 0 TO LK-PRETAX-FED
               MOVE 0 TO LK-PRETAX-STATE
               MOVE 0 TO LK-PRETAX-LOCAL
               MOVE 0 TO LK-PRETAX-FICA
           END-IF
           MOVE 0 TO WS-WORK-COUNT
           MOVE LK-AVAILABLE TO WS-REMAINING
           PERFORM BUILD-CURRENT-DEDUCTIONS
       BUILD-CURRENT-DEDUCTIONS.
           PERFORM VARYING LK-DED-IDX FROM 1 BY 1
                   UNTIL LK-DED-IDX > LK-DED-COUNT
               MOVE LK-DED-PRETAX (LK-DED-IDX) TO WS-ITEM-PRETAX
               PERFORM CHECK-ITEM-IN-PASS
               IF LK-DED-EMP-ID (LK-DED-IDX) = LK-EMP-ID
                       AND WS-ITEM-PRETAX NOT = 'X'
                   IF LK-DED-TYPE (LK-DED-IDX) = 'P'
                       COMPUTE WS-DED-LINE-AMOUNT ROUNDED =
                           LK-GROSS-PAY
                       ELSE
                           MOVE 0 TO WS-WK-MATCH-CAP (WS-WORK-COUNT)
                       END-IF
                       MOVE LK-DED-PRETAX (LK-DED-IDX)
                           TO WS-WK-PRETAX (WS-WORK-COUNT)
                       MOVE LK-DED-FED-EXEMPT (LK-DED-IDX)
                           TO WS-WK-FED-EXEMPT (WS-WORK-COUNT)
                       MOVE LK-DED-STATE-EXEMPT (LK-DED-IDX)
                           TO WS-WK-STATE-EXEMPT (WS-WORK-COUNT)
                       MOVE LK-DED-LOCAL-EXEMPT (LK-DED-IDX)
                           TO WS-WK-LOCAL-EXEMPT (WS-WORK-COUNT)
                       MOVE LK-DED-FICA-EXEMPT (LK-DED-IDX)
                           TO WS-WK-FICA-EXEMPT (WS-WORK-COUNT)
                   ELSE
                       DISPLAY 'WARNING: deduction work table full '
                           '(120) - deduction '
                   UNTIL LK-ARR-IDX > LK-ARR-COUNT
               IF LK-ARR-EMP-ID (LK-ARR-IDX) = LK-EMP-ID
                       AND LK-ARR-AMOUNT (LK-ARR-IDX) > 0
                   PERFORM LOOKUP-ARREARS-TAX-STATUS
                   MOVE WS-PRETAX-LOOKUP TO WS-ITEM-PRETAX
                   PERFORM CHECK-ITEM-IN-PASS
                   IF LK-SUPP-RUN AND WS-ARR-DED-FOUND = 'N'
                       MOVE 'X' TO WS-ITEM-PRETAX
                   END-IF
               END-IF
               IF LK-ARR-EMP-ID (LK-ARR-IDX) = LK-EMP-ID
                       AND LK-ARR-AMOUNT (LK-ARR-IDX) > 0
                       AND WS-ITEM-PRETAX NOT = 'X'
                   IF WS-WORK-COUNT < 120
                       ADD 1 TO WS-WORK-COUNT
                       MOVE LK-ARR-DED-CODE (LK-ARR-IDX)
                           TO WS-WK-CODE (WS-WORK-COUNT)
                       PERFORM LOOKUP-DEDUCTION-PRIORITY
                       MOVE WS-PRETAX-LOOKUP
                           TO WS-WK-PRETAX (WS-WORK-COUNT)
                       MOVE WS-FED-EX-LOOKUP
                           TO WS-WK-FED-EXEMPT (WS-WORK-COUNT)
                       MOVE WS-STATE-EX-LOOKUP
                           TO WS-WK-STATE-EXEMPT (WS-WORK-COUNT)
                       MOVE WS-LOCAL-EX-LOOKUP
                           TO WS-WK-LOCAL-EXEMPT (WS-WORK-COUNT)
                       MOVE WS-FICA-EX-LOOKUP
                           TO WS-WK-FICA-EXEMPT (WS-WORK-COUNT)
                       MOVE WS-PRI-LOOKUP
                           TO WS-WK-PRIORITY (WS-WORK-COUNT)
                       MOVE 'R' TO WS-WK-KIND (WS-WORK-COUNT)
               END-IF
           END-PERFORM.

       LOOKUP-ARREARS-TAX-STATUS.
           MOVE 'N' TO WS-PRETAX-LOOKUP
           MOVE SPACE TO WS-FED-EX-LOOKUP
           MOVE SPACE TO WS-STATE-EX-LOOKUP
           MOVE SPACE TO WS-LOCAL-EX-LOOKUP
           MOVE SPACE TO WS-FICA-EX-LOOKUP
           MOVE 'N' TO WS-ARR-DED-FOUND
           PERFORM VARYING WS-LOOK-IDX FROM 1 BY 1
                   UNTIL WS-LOOK-IDX > LK-DED-COUNT
               IF LK-DED-EMP-ID (WS-LOOK-IDX) = LK-EMP-ID
                       AND LK-DED-CODE (WS-LOOK-IDX)
                           = LK-ARR-DED-CODE (LK-ARR-IDX)
                   MOVE 'Y' TO WS-ARR-DED-FOUND
                   MOVE LK-DED-PRETAX (WS-LOOK-IDX)
                       TO WS-PRETAX-LOOKUP
                   MOVE LK-DED-FED-EXEMPT (WS-LOOK-IDX)
                       TO WS-FED-EX-LOOKUP
                   MOVE LK-DED-STATE-EXEMPT (WS-LOOK-IDX)
                       TO WS-STATE-EX-LOOKUP
                   MOVE LK-DED-LOCAL-EXEMPT (WS-LOOK-IDX)
                       TO WS-LOCAL-EX-LOOKUP
                   MOVE LK-DED-FICA-EXEMPT (WS-LOOK-IDX)
                       TO WS-FICA-EX-LOOKUP
               END-IF
           END-PERFORM.

       CHECK-ITEM-IN-PASS.
           EVALUATE TRUE
               WHEN LK-PASS-PRETAX
                   IF WS-ITEM-PRETAX NOT = 'Y'
                       MOVE 'X' TO WS-ITEM-PRETAX
                   END-IF
               WHEN LK-PASS-AFTER-TAX
                   IF WS-ITEM-PRETAX = 'Y'
                       MOVE 'X' TO WS-ITEM-PRETAX
                   END-IF
           END-EVALUATE.

       SORT-WORK-BY-PRIORITY.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX >= WS-WORK-COUNT
               COMPUTE WS-SHORT = WS-WK-DUE (WS-WK-IDX) - WS-TAKEN
               SUBTRACT WS-TAKEN FROM WS-REMAINING
               ADD WS-TAKEN TO LK-TOTAL-DEDUCTIONS
               IF WS-WK-PRETAX (WS-WK-IDX) = 'Y'
                   PERFORM ACCUMULATE-PRETAX
               END-IF
               PERFORM COMPUTE-EMPLOYER-MATCH
               PERFORM POST-ARREARS-CHANGE
               PERFORM RECORD-PRINT-ENTRY
           END-PERFORM.

       ACCUMULATE-PRETAX.
           IF WS-WK-FED-EXEMPT (WS-WK-IDX) NOT = 'N'
               ADD WS-TAKEN TO LK-PRETAX-FED
           END-IF
           IF WS-WK-STATE-EXEMPT (WS-WK-IDX) NOT = 'N'
               ADD WS-TAKEN TO LK-PRETAX-STATE
           END-IF
           IF WS-WK-LOCAL-EXEMPT (WS-WK-IDX) NOT = 'N'
               ADD WS-TAKEN TO LK-PRETAX-LOCAL
           END-IF
           IF WS-WK-FICA-EXEMPT (WS-WK-IDX) = 'Y'
               ADD WS-TAKEN TO LK-PRETAX-FICA
           END-IF.

       COMPUTE-EMPLOYER-MATCH.
           IF WS-WK-MATCH-PCT (WS-WK-IDX) > 0 AND WS-TAKEN > 0
               COMPUTE WS-MATCH ROUNDED =
                   TO LK-EMP-DED-SHORT (LK-EMP-DED-COUNT)
               MOVE WS-MATCH
                   TO LK-EMP-DED-MATCH (LK-EMP-DED-COUNT)
               MOVE WS-WK-PRETAX (WS-WK-IDX)
                   TO LK-EMP-DED-PRETAX (LK-EMP-DED-COUNT)
           ELSE
               DISPLAY 'WARNING: more than 20 deductions for '
                   'employee ' LK-EMP-ID
