       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCFICA.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-BASE-LEFT        PIC S9(7)V99.
       01  WS-ADDL-START       PIC 9(7)V99.
       01  WS-ADDL-END         PIC 9(7)V99.
       01  WS-ADDL-WAGES       PIC 9(7)V99.

       LINKAGE SECTION.
       01  LK-FICA-WAGES       PIC 9(5)V99.
       01  LK-YTD-OASDI-WAGES  PIC 9(7)V99.
       01  LK-YTD-MEDICARE-WAGES PIC 9(7)V99.
       01  LK-FICA-RATES.
           05 LK-FR-OASDI-RATE PIC V9999.
           05 LK-FR-OASDI-BASE PIC 9(7)V99.
           05 LK-FR-MEDICARE-RATE PIC V9999.
           05 LK-FR-ADDL-MED-RATE PIC V9999.
           05 LK-FR-ADDL-MED-THRESH PIC 9(7)V99.
           05 LK-FR-ER-OASDI-RATE PIC V9999.
           05 LK-FR-ER-MEDICARE-RATE PIC V9999.
       01  LK-OASDI-WAGES      PIC 9(5)V99.
       01  LK-EE-OASDI         PIC 9(5)V99.
       01  LK-EE-MEDICARE      PIC 9(5)V99.
       01  LK-ER-OASDI         PIC 9(5)V99.
       01  LK-ER-MEDICARE      PIC 9(5)V99.

       PROCEDURE DIVISION USING LK-FICA-WAGES LK-YTD-OASDI-WAGES
               LK-YTD-MEDICARE-WAGES LK-FICA-RATES
               LK-OASDI-WAGES LK-EE-OASDI LK-EE-MEDICARE
               LK-ER-OASDI LK-ER-MEDICARE.
       CALCFICA-MAIN.
           PERFORM COMPUTE-OASDI
           PERFORM COMPUTE-MEDICARE
           GOBACK.

       COMPUTE-OASDI.
           COMPUTE WS-BASE-LEFT =
               LK-FR-OASDI-BASE - LK-YTD-OASDI-WAGES
           EVALUATE TRUE
               WHEN WS-BASE-LEFT <= 0
                   MOVE 0 TO LK-OASDI-WAGES
               WHEN WS-BASE-LEFT < LK-FICA-WAGES
                   MOVE WS-BASE-LEFT TO LK-OASDI-WAGES
               WHEN OTHER
                   MOVE LK-FICA-WAGES TO LK-OASDI-WAGES
           END-EVALUATE
           COMPUTE LK-EE-OASDI ROUNDED =
               LK-OASDI-WAGES * LK-FR-OASDI-RATE
           COMPUTE LK-ER-OASDI ROUNDED =
               LK-OASDI-WAGES * LK-FR-ER-OASDI-RATE.

       COMPUTE-MEDICARE.
           IF LK-YTD-MEDICARE-WAGES > LK-FR-ADDL-MED-THRESH
               MOVE LK-YTD-MEDICARE-WAGES TO WS-ADDL-START
           ELSE
               MOVE LK-FR-ADDL-MED-THRESH TO WS-ADDL-START
           END-IF
           COMPUTE WS-ADDL-END =
               LK-YTD-MEDICARE-WAGES + LK-FICA-WAGES
           IF WS-ADDL-END > WS-ADDL-START
               COMPUTE WS-ADDL-WAGES = WS-ADDL-END - WS-ADDL-START
           ELSE
               MOVE 0 TO WS-ADDL-WAGES
           END-IF
           COMPUTE LK-EE-MEDICARE ROUNDED =
               LK-FICA-WAGES * LK-FR-MEDICARE-RATE
               + WS-ADDL-WAGES * LK-FR-ADDL-MED-RATE
           COMPUTE LK-ER-MEDICARE ROUNDED =
               LK-FICA-WAGES * LK-FR-ER-MEDICARE-RATE.
