       FD  PAYMENT-EXTRACT.
           COPY "payext.cpy".
       FD  PAYMENT-HISTORY.
       01  PAYMENT-HISTORY-RECORD PIC X(116).
       FD  CORRECTION-AUDIT.
       01  CORRECTION-AUDIT-LINE  PIC X(43).
       FD  CORRECTION-HISTORY.
       01  CORRECTION-HISTORY-RECORD PIC X(43).
       FD  PAYMENT-LINKAGE.
       01  PAYMENT-LINKAGE-RECORD PIC X(116).
       FD  LINKAGE-HISTORY.
       01  LINKAGE-HISTORY-RECORD PIC X(116).
       FD  WITHHOLDING-REGISTER.
       01  WITHHOLDING-REGISTER-LINE PIC X(42).
       FD  WITHHOLDING-HISTORY.
