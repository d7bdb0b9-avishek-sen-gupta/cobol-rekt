      * file is present, and the charge-generation step raises one
      * item per new charge. BM-AMOUNT on the master remains the
      * blended total of the account's open items so everything
      * that still reads the master alone keeps balancing. Items
      * billed PLnnnn are the instalments of a payment plan that
      * PAYPLAN re-scheduled the account's balance into. An item
      * at DDCL has been sent to the customer's bank as a direct
      * debit by DDCOLL and is still owed until the debit clears -
      * DUNNING and cash application leave it alone meanwhile.
       01  OPEN-ITEM-RECORD.
           05  OI-ACCOUNT-NO      PIC X(10).
           05  OI-BILL-NO         PIC X(06).
           05  OI-STATUS          PIC X(04).
               88  OI-STAT-OPEN   VALUE "OPEN".
               88  OI-STAT-PAID   VALUE "PAID".
               88  OI-STAT-IN-COLLECTION VALUE "DDCL".
