           05 DED-PRIORITY     PIC 9(2).
           05 DED-MATCH-PCT    PIC 9(3)V99.
           05 DED-MATCH-CAP    PIC 9(5)V99.
           05 DED-PRETAX       PIC X.
              88 DED-IS-PRETAX    VALUE 'Y'.
           05 DED-FED-EXEMPT   PIC X.
           05 DED-STATE-EXEMPT PIC X.
           05 DED-LOCAL-EXEMPT PIC X.
           05 DED-FICA-EXEMPT  PIC X.
              88 DED-IS-FICA-EXEMPT VALUE 'Y'.
           05 DED-CASE-NBR     PIC X(15).
           05 DED-BONUS        PIC X.
              88 DED-APPLIES-TO-SUPP VALUE 'Y'.
