           05  BT-PRIOR-SW        PIC X(01).
           05  BT-AMOUNT          PIC 9(07)V99.
           05  BT-DUE-DATE        PIC 9(08).
           05  BT-USER-ID         PIC X(08).
       FD  AUDIT-OUT.
       01  IDMSFIX-AUDIT-RECORD.
           05  FA-TIMESTAMP        PIC X(14).
           MOVE "N"      TO BT-PRIOR-SW
           MOVE ZERO     TO BT-AMOUNT
           MOVE ZERO     TO BT-DUE-DATE
           MOVE "IDMSFIX" TO BT-USER-ID
           WRITE BM-TRAN-RECORD
           ADD 1 TO WS-CARDS-CUT
           MOVE SPACES  TO FA-BEFORE-DATA
