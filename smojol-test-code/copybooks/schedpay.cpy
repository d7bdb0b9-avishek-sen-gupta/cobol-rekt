      * SCHEDPAY - scheduled-payments warehouse, one record per
      * released invoice that is not yet due to be paid. PAYSCHED
      * parks a release here instead of paying it the night it
      * releases, and lets it out onto PAYEXT on the night its pay
      * date comes inside the next value date. SP-EXTRACT is the
      * payment extract record exactly as HELLO-WORLD wrote it and
      * must be kept in step with payext.cpy field for field, so a
      * parked item goes back out byte for byte what it came in.
      * SP-PARKED-DATE is the business date it was first parked.
       01  SCHEDULED-PAYMENT-RECORD.
           05  SP-EXTRACT.
               10  SP-SOME-PART-1       PIC X(04).
               10  SP-SOME-PART-2       PIC X(04).
               10  SP-GROSS-AMOUNT      PIC 9(09)V99.
               10  SP-DISCOUNT-TAKEN    PIC 9(09)V99.
               10  SP-NET-PAYABLE       PIC 9(09)V99.
               10  SP-CURRENCY-CODE     PIC X(04).
               10  SP-CREDIT-APPLIED    PIC 9(09)V99.
               10  SP-COMPANY-CODE      PIC X(02).
               10  SP-INVOICE-NO        PIC X(10).
               10  SP-TAX-AMOUNT        PIC 9(07)V99.
               10  SP-PO-NUMBER         PIC X(08).
               10  SP-PREPAY-APPLIED    PIC 9(09)V99.
               10  SP-DEPOSIT-SW        PIC X(01).
               10  SP-RETAINED          PIC 9(09)V99.
               10  SP-PAY-DATE          PIC 9(08).
           05  SP-PARKED-DATE           PIC 9(08).
