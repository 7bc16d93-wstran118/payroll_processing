       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankRecon.
       AUTHOR. Grok-Generated.
       DATE-WRITTEN. 02-SEP-2026.
           05 CR-CHECK-DATE    PIC X(8).
           05 CR-STATUS        PIC X.
           05 CR-CLEARED-DATE  PIC X(8).
           05 CR-PP-ISSUE-SENT PIC X.
           05 CR-PP-CANCEL-SENT PIC X.
           05 CR-PP-FILE-NBR   PIC 9(6).

       FD  CLEARED-ITEMS-FILE.
       01  CLEARED-ITEM-RECORD.
                 88 WS-RG-CLEARED     VALUE 'C'.
                 88 WS-RG-VOIDED      VALUE 'V'.
              10 WS-RG-CLEARED-DATE PIC X(8).
              10 WS-RG-PP-ISSUE-SENT PIC X.
              10 WS-RG-PP-CANCEL-SENT PIC X.
              10 WS-RG-PP-FILE-NBR PIC 9(6).

       01  WS-MATCH-FOUND      PIC X VALUE 'N'.
       01  WS-MATCH-IDX        PIC 9(4) VALUE 0.
                           END-IF
                           MOVE CR-CLEARED-DATE
                               TO WS-RG-CLEARED-DATE (WS-REG-COUNT)
                           MOVE CR-PP-ISSUE-SENT
                               TO WS-RG-PP-ISSUE-SENT (WS-REG-COUNT)
                           MOVE CR-PP-CANCEL-SENT
                               TO WS-RG-PP-CANCEL-SENT (WS-REG-COUNT)
                           IF CR-PP-FILE-NBR NUMERIC
                               MOVE CR-PP-FILE-NBR
                                   TO WS-RG-PP-FILE-NBR (WS-REG-COUNT)
                           ELSE
                               MOVE 0
                                   TO WS-RG-PP-FILE-NBR (WS-REG-COUNT)
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-REG-OVERFLOW
                           DISPLAY 'WARNING: register table full '
               MOVE WS-RG-STATUS (WS-RG-IDX) TO CR-STATUS
               MOVE WS-RG-CLEARED-DATE (WS-RG-IDX)
                   TO CR-CLEARED-DATE
               MOVE WS-RG-PP-ISSUE-SENT (WS-RG-IDX)
                   TO CR-PP-ISSUE-SENT
               MOVE WS-RG-PP-CANCEL-SENT (WS-RG-IDX)
                   TO CR-PP-CANCEL-SENT
               MOVE WS-RG-PP-FILE-NBR (WS-RG-IDX) TO CR-PP-FILE-NBR
               WRITE CHECK-REGISTER-RECORD
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE.
