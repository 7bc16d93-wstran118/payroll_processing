       01  FICA-RATE-RECORD.
           05 FR-YEAR          PIC 9(4).
           05 FR-OASDI-RATE    PIC V9999.
           05 FR-OASDI-BASE    PIC 9(7)V99.
           05 FR-MEDICARE-RATE PIC V9999.
           05 FR-ADDL-MED-RATE PIC V9999.
           05 FR-ADDL-MED-THRESH PIC 9(7)V99.
           05 FR-ER-OASDI-RATE PIC V9999.
           05 FR-ER-MEDICARE-RATE PIC V9999.
