      * EXPSHIST - expense split history, appended to across runs.
      * One record per cost center of each invoice HELLO-WORLD
      * releases with its expense split by department, carrying
      * the exact amount the release debited to EXPENSE for that
      * center, under the invoice's key and the business date of
      * the release. A recalled or bounced payment is unwound
      * through it (the shared EXPSPLIT subprogram) so the expense
      * credit comes back out of the same department rows the
      * release debited. An invoice released whole - no detail
      * lines - writes nothing here and is unwound unsplit.
       01  EXPENSE-SPLIT-RECORD.
           05  EH-SOME-PART-1     PIC X(04).
           05  EH-SOME-PART-2     PIC X(04).
           05  EH-INVOICE-NO      PIC X(10).
           05  EH-COMPANY-CODE    PIC X(02).
           05  EH-RELEASE-DATE    PIC 9(08).
           05  EH-COST-CENTER     PIC X(06).
           05  EH-AMOUNT          PIC 9(11)V99.
