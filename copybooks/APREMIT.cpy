       01  AP-REMIT-RECORD.
           05 AP-REC-TYPE      PIC X.
           05 AP-VENDOR-ID     PIC X(8).
           05 AP-VENDOR-NAME   PIC X(30).
           05 AP-INVOICE-NBR   PIC X(16).
           05 AP-INVOICE-DATE  PIC X(8).
           05 AP-AMOUNT        PIC 9(9)V99.
           05 AP-REMIT-METHOD  PIC X.
           05 AP-BANK-ROUTING  PIC X(9).
           05 AP-BANK-ACCOUNT  PIC X(17).
           05 AP-ADDR-LINE     PIC X(30).
           05 AP-ADDR-CITY     PIC X(20).
           05 AP-ADDR-STATE    PIC X(2).
           05 AP-ADDR-ZIP      PIC X(10).
           05 AP-FREQUENCY     PIC X.
           05 AP-HOLD-FLAG     PIC X.
           05 AP-REFERENCE     PIC X(20).
