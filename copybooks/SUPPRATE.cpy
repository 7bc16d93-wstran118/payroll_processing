       01  SUPP-RATE-RECORD.
           05 SR-YEAR          PIC 9(4).
           05 SR-JURIS-CODE    PIC X(2).
           05 SR-METHOD        PIC X.
              88 SR-FLAT-RATE     VALUE 'F'.
              88 SR-REGULAR-RATE  VALUE 'R'.
              88 SR-NOT-TAXED     VALUE 'N'.
           05 SR-RATE          PIC V9999.
