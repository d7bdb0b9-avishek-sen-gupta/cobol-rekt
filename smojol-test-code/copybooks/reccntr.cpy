      * RECCNTR - recurring-contract file behind the standing bills
      * (office rent, equipment leases, the telecom contract) that
      * used to be re-keyed through INVCAP every month. One record
      * per contract: the vendor parts and the amount, tax and
      * currency of each bill, how often it falls due (M monthly,
      * Q quarterly, A annually) and on which day of the month, the
      * next date it is due and the date the contract ends (zero
      * for an evergreen contract). RECURINV raises an INVOICE-IN
      * header and detail line for every bill that has come due,
      * numbering it from the prefix plus the due year and month so
      * the duplicate check keys each period separately, then
      * rewrites the file with the next due date rolled forward and
      * the contracts past their end date dropped. The cost center
      * is the department the bill is charged to, carried onto the
      * generated detail line.
       01  RECUR-CONTRACT-RECORD.
           05  RC-SOME-PART-1     PIC X(04).
           05  RC-SOME-PART-2     PIC X(04).
           05  RC-AMOUNT          PIC 9(09)V99.
           05  RC-TAX-AMOUNT      PIC 9(07)V99.
           05  RC-TAX-CODE        PIC X(02).
           05  RC-CURRENCY-CODE   PIC X(04).
           05  RC-FREQUENCY       PIC X(01).
               88  RC-FREQ-MONTHLY    VALUE "M".
               88  RC-FREQ-QUARTERLY  VALUE "Q".
               88  RC-FREQ-ANNUAL     VALUE "A".
           05  RC-BILL-DAY        PIC 9(02).
           05  RC-NEXT-DUE-DATE   PIC 9(08).
           05  RC-END-DATE        PIC 9(08).
           05  RC-INVNO-PREFIX    PIC X(04).
           05  RC-COMPANY-CODE    PIC X(02).
           05  RC-COST-CENTER     PIC X(06).
