      * EXPSPLPM - parameter layout passed to the shared EXPSPLIT
      * subprogram via CALL ... USING. COPY this into both the
      * caller's WORKING-STORAGE and EXPSPLIT's LINKAGE SECTION so
      * the two can never drift apart - the same pattern as
      * PRTQUEUE with prtqpm.cpy. A program reversing released
      * invoices (PAYRCL, PAYRET) adds each invoice whose expense
      * it is crediting back - key, currency, company and the
      * expense net of tax - then asks for the split once, and
      * takes back one line at a time until no more: each line is
      * an EXPENSE credit for one cost center, in the invoice's
      * currency and company, and together an invoice's lines foot
      * to the amount it was added with. Whatever the EXPSHIST
      * history does not account for comes back as a line with a
      * blank cost center, exactly as the release posted it.
      * ES-TABLE-FULL on an add means the invoice was not taken
      * and the caller posts its expense unsplit; on the split it
      * means part of the history did not fit and fell to blank.
       01  EXPSPLIT-PARMS.
           05  ES-FUNCTION       PIC X(01).
               88  ES-ADD-INVOICE     VALUE "A".
               88  ES-SPLIT           VALUE "S".
               88  ES-NEXT-LINE       VALUE "N".
           05  ES-STATUS         PIC X(01).
               88  ES-OK              VALUE "0".
               88  ES-TABLE-FULL      VALUE "F".
               88  ES-NO-MORE         VALUE "E".
           05  ES-SOME-PART-1    PIC X(04).
           05  ES-SOME-PART-2    PIC X(04).
           05  ES-INVOICE-NO     PIC X(10).
           05  ES-COMPANY-CODE   PIC X(02).
           05  ES-CURRENCY-CODE  PIC X(04).
           05  ES-COST-CENTER    PIC X(06).
           05  ES-AMOUNT         PIC 9(11)V99.
