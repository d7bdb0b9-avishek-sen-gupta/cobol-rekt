      * here so the print room stops matching account numbers to a
      * side spreadsheet; an account with no record here is
      * reported as unmailable instead of being mailed blank.
      * The record also carries the credit sales have agreed to
      * extend the account (zero is no limit) and its credit-hold
      * flag: M is a hold keyed through CUSTMNT and stays until it
      * is keyed off, A is the automatic hold CREDEXP puts on an
      * account that has run too far past due and lifts again once
      * it is brought back inside the threshold. CHGGEN parks new
      * charges for an account on hold or that would go over its
      * limit. The hold date is when the flag last changed.
       01  CUSTOMER-MASTER-RECORD.
           05  CU-ACCOUNT-NO      PIC X(10).
           05  CU-NAME            PIC X(30).
           05  CU-ADDR-1          PIC X(30).
           05  CU-ADDR-2          PIC X(30).
           05  CU-POSTAL-CODE     PIC X(10).
           05  CU-CREDIT-LIMIT    PIC 9(07)V99.
           05  CU-CREDIT-HOLD     PIC X(01).
               88  CU-NOT-ON-HOLD     VALUE " ".
               88  CU-HOLD-MANUAL     VALUE "M".
               88  CU-HOLD-PAST-DUE   VALUE "A".
           05  CU-HOLD-DATE       PIC 9(08).
