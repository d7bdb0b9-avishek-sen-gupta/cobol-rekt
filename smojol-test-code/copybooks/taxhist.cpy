      * TAXHIST - recoverable-tax history, one record per taxable
      * invoice detail line (ID-TAX-CODE present) on an invoice the
      * invoice run released to the pending payment extract - the
      * same invoices whose tax it posted to TAXRECOV. Appended by
      * TAXEXT every night and never rewritten; TAXRTN reads it
      * back by posting date to compile the periodic tax return.
      * TX-BASE-AMOUNT is the line's extension, the amount the
      * coded rate applies to - the same base INVEDIT checks the
      * charged tax against.
       01  TAX-HISTORY-RECORD.
           05  TX-POST-DATE         PIC 9(08).
           05  TX-INVOICE-DATE      PIC 9(08).
           05  TX-COMPANY-CODE      PIC X(02).
           05  TX-TAX-CODE          PIC X(02).
           05  TX-CURRENCY          PIC X(04).
           05  TX-SOME-PART-1       PIC X(04).
           05  TX-SOME-PART-2       PIC X(04).
           05  TX-INVOICE-NO        PIC X(10).
           05  TX-LINE-NO           PIC 9(04).
           05  TX-BASE-AMOUNT       PIC 9(09)V99.
           05  TX-TAX-AMOUNT        PIC 9(07)V99.
      * The line's department, so tax self-assessed on it is
      * expensed where the line's spend was.
           05  TX-COST-CENTER       PIC X(06).
