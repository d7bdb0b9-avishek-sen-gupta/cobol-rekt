           MOVE ZERO              TO II-TAX-AMOUNT
           MOVE "01"              TO II-COMPANY-CODE
           MOVE SPACES            TO II-INVOICE-NO
           MOVE SPACES            TO II-PO-NUMBER
           STRING "INV" WS-GEN-INDEX DELIMITED BY SIZE
               INTO II-INVOICE-NO
           MOVE II-INVOICE-AMOUNT TO WS-HEADER-AMOUNT
