       01  PAYEE-RECORD.
           05 PY-DED-CODE      PIC X(4).
           05 PY-PAYEE-ID      PIC X(8).
           05 PY-PAYEE-NAME    PIC X(30).
           05 PY-PAYEE-TYPE    PIC X.
              88 PY-CARRIER       VALUE 'C'.
              88 PY-GARNISH-AGENCY VALUE 'G'.
              88 PY-PLAN-TRUSTEE  VALUE 'T'.
           05 PY-ADDR-LINE     PIC X(30).
           05 PY-ADDR-CITY     PIC X(20).
           05 PY-ADDR-STATE    PIC X(2).
           05 PY-ADDR-ZIP      PIC X(10).
           05 PY-REMIT-METHOD  PIC X.
              88 PY-REMIT-ACH     VALUE 'A'.
              88 PY-REMIT-CHECK   VALUE 'K'.
           05 PY-BANK-ROUTING  PIC X(9).
           05 PY-BANK-ACCOUNT  PIC X(17).
           05 PY-FREQUENCY     PIC X.
              88 PY-EACH-PAYROLL  VALUE 'P'.
              88 PY-MONTHLY       VALUE 'M'.
              88 PY-QUARTERLY     VALUE 'Q'.
