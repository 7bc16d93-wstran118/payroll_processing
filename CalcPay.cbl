       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPAY.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 08-AUG-2026.
       01  WS-SEL-TYPE         PIC X.
       01  WS-SEL-CODE         PIC X(2).
       01  WS-JURIS-TAX        PIC 9(5)V99.
       01  WS-SEL-WAGES        PIC 9(5)V99.
       01  WS-WORKED-HOURS     PIC 9(3)V99.

       01  WS-BR-PREV-CEILING  PIC 9(7)V99.
       01  WS-BR-TAXABLE       PIC 9(7)V99.
       01  LK-TAX-LOCAL        PIC 9(5)V99.
       01  LK-TAX              PIC 9(5)V99.
       01  LK-NET-PAY          PIC 9(5)V99.
       01  LK-CALC-STEP        PIC X.
           88 LK-STEP-GROSS-ONLY    VALUE 'G'.
           88 LK-STEP-WITHHOLD-ONLY VALUE 'W'.
       01  LK-PRETAX-FED       PIC 9(5)V99.
       01  LK-PRETAX-STATE     PIC 9(5)V99.
       01  LK-PRETAX-LOCAL     PIC 9(5)V99.
       01  LK-TAXABLE-FED      PIC 9(5)V99.
       01  LK-TAXABLE-STATE    PIC 9(5)V99.
       01  LK-TAXABLE-LOCAL    PIC 9(5)V99.
       01  LK-LEAVE-HOURS      PIC 9(3)V99.

       PROCEDURE DIVISION USING LK-PAY-BASIS LK-EMP-HOURS LK-EMP-RATE
               LK-EMP-SALARY LK-EMP-COMM-BASE LK-EMP-COMM-PCT
               LK-WORK-STATE LK-TAX-COUNT LK-TAX-TABLE
               LK-REG-HOURS LK-OT-HOURS LK-REG-PAY LK-OT-PAY
               LK-GROSS-PAY LK-TAX-FED LK-TAX-STATE LK-TAX-LOCAL
               LK-TAX LK-NET-PAY LK-CALC-STEP
               LK-PRETAX-FED LK-PRETAX-STATE LK-PRETAX-LOCAL
               LK-TAXABLE-FED LK-TAXABLE-STATE LK-TAXABLE-LOCAL
               LK-LEAVE-HOURS.
       CALCPAY-MAIN.
           IF NOT LK-STEP-WITHHOLD-ONLY
               EVALUATE TRUE
                   WHEN LK-BASIS-SALARIED
                       PERFORM COMPUTE-SALARIED-PAY
                   WHEN LK-BASIS-COMMISSIONED
                       PERFORM COMPUTE-COMMISSIONED-PAY
                   WHEN OTHER
                       PERFORM COMPUTE-HOURLY-PAY
               END-EVALUATE
           END-IF
           IF NOT LK-STEP-GROSS-ONLY
               PERFORM COMPUTE-TAXABLE-WAGES
               PERFORM COMPUTE-WITHHOLDING
               COMPUTE LK-NET-PAY = LK-GROSS-PAY - LK-TAX
           END-IF
           GOBACK.

       COMPUTE-HOURLY-PAY.
           IF LK-LEAVE-HOURS < LK-EMP-HOURS
               COMPUTE WS-WORKED-HOURS = LK-EMP-HOURS - LK-LEAVE-HOURS
           ELSE
               MOVE 0 TO WS-WORKED-HOURS
           END-IF
           IF WS-WORKED-HOURS > 40
               MOVE 40 TO LK-REG-HOURS
               COMPUTE LK-OT-HOURS = WS-WORKED-HOURS - 40
           ELSE
               MOVE WS-WORKED-HOURS TO LK-REG-HOURS
               MOVE 0 TO LK-OT-HOURS
           END-IF
           ADD LK-LEAVE-HOURS TO LK-REG-HOURS
           COMPUTE LK-REG-PAY = LK-REG-HOURS * LK-EMP-RATE
           COMPUTE LK-OT-PAY = LK-OT-HOURS * LK-EMP-RATE * 1.5
           COMPUTE LK-GROSS-PAY = LK-REG-PAY + LK-OT-PAY.
           MOVE 0 TO LK-OT-PAY
           MOVE LK-REG-PAY TO LK-GROSS-PAY.

       COMPUTE-TAXABLE-WAGES.
           IF LK-PRETAX-FED < LK-GROSS-PAY
               COMPUTE LK-TAXABLE-FED = LK-GROSS-PAY - LK-PRETAX-FED
           ELSE
               MOVE 0 TO LK-TAXABLE-FED
           END-IF
           IF LK-PRETAX-STATE < LK-GROSS-PAY
               COMPUTE LK-TAXABLE-STATE =
                   LK-GROSS-PAY - LK-PRETAX-STATE
           ELSE
               MOVE 0 TO LK-TAXABLE-STATE
           END-IF
           IF LK-PRETAX-LOCAL < LK-GROSS-PAY
               COMPUTE LK-TAXABLE-LOCAL =
                   LK-GROSS-PAY - LK-PRETAX-LOCAL
           ELSE
               MOVE 0 TO LK-TAXABLE-LOCAL
           END-IF.

       COMPUTE-WITHHOLDING.
           MOVE 'F' TO WS-SEL-TYPE
           MOVE SPACES TO WS-SEL-CODE
           MOVE LK-TAXABLE-FED TO WS-SEL-WAGES
           PERFORM COMPUTE-JURISDICTION-TAX
           MOVE WS-JURIS-TAX TO LK-TAX-FED
           IF LK-WORK-STATE = SPACES
           ELSE
               MOVE 'S' TO WS-SEL-TYPE
               MOVE LK-WORK-STATE TO WS-SEL-CODE
               MOVE LK-TAXABLE-STATE TO WS-SEL-WAGES
               PERFORM COMPUTE-JURISDICTION-TAX
               MOVE WS-JURIS-TAX TO LK-TAX-STATE
               MOVE 'L' TO WS-SEL-TYPE
               MOVE LK-TAXABLE-LOCAL TO WS-SEL-WAGES
               PERFORM COMPUTE-JURISDICTION-TAX
               MOVE WS-JURIS-TAX TO LK-TAX-LOCAL
           END-IF
                   UNTIL LK-TT-IDX > LK-TAX-COUNT
               IF LK-TT-JURIS-TYPE (LK-TT-IDX) = WS-SEL-TYPE
                       AND LK-TT-JURIS-CODE (LK-TT-IDX) = WS-SEL-CODE
                       AND WS-BR-PREV-CEILING < WS-SEL-WAGES
                   IF WS-SEL-WAGES > LK-TT-CEILING (LK-TT-IDX)
                       COMPUTE WS-BR-TAXABLE =
                           LK-TT-CEILING (LK-TT-IDX)
                           - WS-BR-PREV-CEILING
                   ELSE
                       COMPUTE WS-BR-TAXABLE =
                           WS-SEL-WAGES - WS-BR-PREV-CEILING
                   END-IF
                   COMPUTE WS-JURIS-TAX ROUNDED = WS-JURIS-TAX
                       + WS-BR-TAXABLE * LK-TT-RATE (LK-TT-IDX)
