       01  SUPP-EARNINGS-RECORD.
           05 SE-EMP-ID        PIC X(5).
           05 SE-EARN-TYPE     PIC X.
              88 SE-IS-BONUS      VALUE 'B'.
              88 SE-IS-COMMISSION VALUE 'C'.
              88 SE-IS-OTHER      VALUE 'O'.
           05 SE-AMOUNT        PIC 9(5)V99.
           05 SE-DESC          PIC X(20).
