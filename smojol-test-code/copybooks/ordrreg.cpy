      * ORDRREG - order-to-bill reconciliation register, one record
      * per order on ORDERMST released to bill. ORDRECON adds an
      * order the first night it sees it released (the first-seen
      * date the exceptions are aged from) and adds up what the
      * CHGGEN charge register bills against the account - the full
      * charge, before any customer credit is netted off it - with
      * the last bill number and the night it was billed. The
      * status is U while nothing has billed, M once the billed
      * total is the order amount and D while the two differ. An
      * order no longer released drops off the register.
       01  ORDER-RECON-RECORD.
           05  OR-ACCOUNT-NO      PIC X(10).
           05  OR-ORDER-AMOUNT    PIC 9(07)V99.
           05  OR-FIRST-SEEN      PIC 9(08).
           05  OR-BILLED-AMOUNT   PIC 9(09)V99.
           05  OR-LAST-BILL-NO    PIC X(06).
           05  OR-LAST-BILLED     PIC 9(08).
           05  OR-STATUS          PIC X(01).
               88  OR-STAT-UNBILLED   VALUE "U".
               88  OR-STAT-MATCHED    VALUE "M".
               88  OR-STAT-DIFFERENT  VALUE "D".
