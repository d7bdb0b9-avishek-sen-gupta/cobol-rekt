      * ICREG - intercompany settlement register. PAYCONS appends
      * one record for every invoice it folded into another
      * company's payment to a shared vendor: the value date of the
      * payment, the company whose bank paid, the company whose
      * invoice it was, the vendor, invoice, currency and the net
      * paid. The nightly intercompany journal carries the same
      * amounts summarized; this register keeps the invoice-level
      * trail the month-end ICNET netting statement is built from,
      * so both ledgers' due-to / due-from balances can be agreed
      * without a spreadsheet.
       01  IC-REGISTER-RECORD.
           05  IR-VALUE-DATE        PIC 9(08).
           05  IR-PAYING-COMPANY    PIC X(02).
           05  IR-OWING-COMPANY     PIC X(02).
           05  IR-SOME-PART-1       PIC X(04).
           05  IR-INVOICE-NO        PIC X(10).
           05  IR-CURRENCY-CODE     PIC X(04).
           05  IR-NET-AMOUNT        PIC 9(09)V99.
