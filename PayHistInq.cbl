       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayHistInq.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 22-AUG-2026.
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

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-LINE PIC X(132).
           05 FILLER           PIC X(10) VALUE 'Wk State: '.
           05 INQ-TAX-STATE-CD PIC X(2).

       01  WS-INQ-TAXABLE.
           05 FILLER           PIC X(15) VALUE '  Taxable Fed: '.
           05 INQ-TXB-FED      PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'State: '.
           05 INQ-TXB-STATE    PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'Local: '.
           05 INQ-TXB-LOCAL    PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(13) VALUE 'Pre-tax Ded: '.
           05 INQ-TXB-PRETAX   PIC $ZZ,ZZ9.99.

       01  WS-INQ-RETRO.
           05 FILLER           PIC X(13) VALUE '  Retro Pay: '.
           05 INQ-RETRO-PAY    PIC $ZZ,ZZ9.99.

       01  WS-INQ-LEAVE.
           05 FILLER           PIC X(13) VALUE '  Vac Hours: '.
           05 INQ-LV-VAC       PIC ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(12) VALUE 'Sick Hours: '.
           05 INQ-LV-SICK      PIC ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE 'Holiday Hours: '.
           05 INQ-LV-HOL       PIC ZZ9.99.

       01  WS-INQ-FICA.
           05 FILLER           PIC X(15) VALUE '  OASDI Wages: '.
           05 INQ-FICA-OAS-WG  PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE 'OASDI: '.
           05 INQ-FICA-OASDI   PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE 'Medicare Wages: '.
           05 INQ-FICA-MED-WG  PIC $ZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'Medicare: '.
           05 INQ-FICA-MED     PIC $ZZ,ZZ9.99.

       01  WS-INQ-DED-LINE.
           05 FILLER           PIC X(11) VALUE '  Deduct: '.
           05 INQ-DED-CODE     PIC X(4).
           MOVE PH-TAX-LOCAL TO INQ-TAX-LOCAL
           MOVE PH-WORK-STATE TO INQ-TAX-STATE-CD
           WRITE INQUIRY-REPORT-LINE FROM WS-INQ-TAXES
           IF PH-TAXABLE-FED NUMERIC
               MOVE PH-TAXABLE-FED TO INQ-TXB-FED
               MOVE PH-TAXABLE-STATE TO INQ-TXB-STATE
               MOVE PH-TAXABLE-LOCAL TO INQ-TXB-LOCAL
               MOVE PH-PRETAX-DEDS TO INQ-TXB-PRETAX
               WRITE INQUIRY-REPORT-LINE FROM WS-INQ-TAXABLE
           END-IF
           IF PH-MEDICARE NUMERIC
               MOVE PH-OASDI-WAGES TO INQ-FICA-OAS-WG
               MOVE PH-OASDI TO INQ-FICA-OASDI
               MOVE PH-MEDICARE-WAGES TO INQ-FICA-MED-WG
               MOVE PH-MEDICARE TO INQ-FICA-MED
               WRITE INQUIRY-REPORT-LINE FROM WS-INQ-FICA
           END-IF
           IF PH-RETRO-PAY NUMERIC
               IF PH-RETRO-PAY > 0
                   MOVE PH-RETRO-PAY TO INQ-RETRO-PAY
                   WRITE INQUIRY-REPORT-LINE FROM WS-INQ-RETRO
               END-IF
           END-IF
           IF PH-HOL-HOURS NUMERIC
               IF PH-VAC-HOURS > 0 OR PH-SICK-HOURS > 0
                       OR PH-HOL-HOURS > 0
                   MOVE PH-VAC-HOURS TO INQ-LV-VAC
                   MOVE PH-SICK-HOURS TO INQ-LV-SICK
                   MOVE PH-HOL-HOURS TO INQ-LV-HOL
                   WRITE INQUIRY-REPORT-LINE FROM WS-INQ-LEAVE
               END-IF
           END-IF
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > PH-DED-COUNT
                      OR WS-DX > 20
