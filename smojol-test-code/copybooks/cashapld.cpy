      * CASHAPLD - cash-applied record, one per payment CASHAPP
      * applied to an account tonight: the account, the amount that
      * went against it (bank lines for one account already summed,
      * as CASHAPP applies them), the date the bank paid it and the
      * business date it was applied. Suspense money rematched to
      * its account is applied - and recorded - the same way.
      * ACCTLOAD accumulates the file into the online cash-history
      * cluster the ACCTINQ transaction shows the last payments from.
       01  CASH-APPLIED-RECORD.
           05  CA-ACCOUNT-NO      PIC X(10).
           05  CA-APPLIED-AMOUNT  PIC 9(09)V99.
           05  CA-PAYMENT-DATE    PIC 9(08).
           05  CA-APPLIED-DATE    PIC 9(08).
