       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSUPP.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 15-OCT-2026.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       LINKAGE SECTION.
       01  LK-WORK-STATE       PIC X(2).
       01  LK-TAXABLE-FED      PIC 9(5)V99.
       01  LK-TAXABLE-STATE    PIC 9(5)V99.
       01  LK-FED-SUPP-RATE    PIC V9999.
       01  LK-STATE-METHOD     PIC X.
           88 LK-STATE-FLAT        VALUE 'F'.
           88 LK-STATE-NOT-TAXED   VALUE 'N'.
       01  LK-STATE-SUPP-RATE  PIC V9999.
       01  LK-TAX-FED          PIC 9(5)V99.
       01  LK-TAX-STATE        PIC 9(5)V99.
       01  LK-TAX-LOCAL        PIC 9(5)V99.
       01  LK-TAX              PIC 9(5)V99.

       PROCEDURE DIVISION USING LK-WORK-STATE LK-TAXABLE-FED
               LK-TAXABLE-STATE LK-FED-SUPP-RATE LK-STATE-METHOD
               LK-STATE-SUPP-RATE LK-TAX-FED LK-TAX-STATE
               LK-TAX-LOCAL LK-TAX.
       CALCSUPP-MAIN.
           PERFORM COMPUTE-FED-SUPPLEMENTAL
           PERFORM COMPUTE-STATE-SUPPLEMENTAL
           COMPUTE LK-TAX = LK-TAX-FED + LK-TAX-STATE + LK-TAX-LOCAL
           GOBACK.

       COMPUTE-FED-SUPPLEMENTAL.
           COMPUTE LK-TAX-FED ROUNDED =
               LK-TAXABLE-FED * LK-FED-SUPP-RATE.

       COMPUTE-STATE-SUPPLEMENTAL.
           EVALUATE TRUE
               WHEN LK-WORK-STATE = SPACES
                   MOVE 0 TO LK-TAX-STATE
               WHEN LK-STATE-FLAT
                   COMPUTE LK-TAX-STATE ROUNDED =
                       LK-TAXABLE-STATE * LK-STATE-SUPP-RATE
               WHEN LK-STATE-NOT-TAXED
                   MOVE 0 TO LK-TAX-STATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
