           05  BT-PRIOR-SW        PIC X(01).
           05  BT-AMOUNT          PIC 9(07)V99.
           05  BT-DUE-DATE        PIC 9(08).
           05  BT-USER-ID         PIC X(08).
       FD  OPEN-ITEMS.
           COPY "openitem.cpy".
       FD  FEE-JOURNAL.
           MOVE BM-PRIOR-EXCEPTION-SW   TO BT-PRIOR-SW
           COMPUTE BT-AMOUNT = BM-AMOUNT + WS-FEE-AMOUNT
           MOVE BM-DUE-DATE             TO BT-DUE-DATE
           MOVE "LATEFEE"               TO BT-USER-ID
           WRITE BM-TRAN-RECORD
           ADD 1 TO WS-FEE-SEQ
           MOVE WS-FEE-SEQ       TO WS-FEE-SEQ-PART
               MOVE "DR"       TO JL-DR-CR
               MOVE WS-FEE-TOTAL TO JL-AMOUNT
               MOVE "01"       TO JL-COMPANY-CODE
               MOVE SPACES     TO JL-COST-CENTER
               WRITE GL-JOURNAL-RECORD
               MOVE "LATEFEES" TO JL-ACCOUNT
               MOVE "CR"       TO JL-DR-CR
