           05  PR-RETURN-REASON   PIC X(30).
           05  PR-RETURN-DATE     PIC 9(08).
       FD  VENDOR-PAYMENT-NEW.
       01  VENDOR-PAYMENT-NEW-REC PIC X(107).
       FD  PRENOTE-ORDERS.
           COPY "bankord.cpy".
       WORKING-STORAGE SECTION.
           SET BO-METHOD-EFT     TO TRUE
           MOVE BZ-BUSINESS-DATE TO BO-VALUE-DATE
           MOVE "01"             TO BO-COMPANY-CODE
           MOVE ZERO             TO BO-CHEQUE-NO
           WRITE BANK-ORDER-RECORD
           ADD 1 TO WS-PRENOTES-SENT
           MOVE "P"              TO VP-PRENOTE-STATUS
