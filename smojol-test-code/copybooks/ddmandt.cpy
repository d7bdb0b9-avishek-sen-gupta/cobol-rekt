      * DDMANDT - direct-debit mandate file, one record per billing
      * account whose customer has signed an auto-pay mandate: the
      * mandate reference the bank knows it by and the customer's
      * routing and account number. A new or re-keyed mandate
      * arrives with status N and goes through the same prenote
      * cycle VENDPRN gives vendor bank details: DDCOLL sends a
      * zero-value test debit and parks it at P with the date
      * sent, promotes it to A (active) when the prenote has not
      * bounced inside the wait window, and to R when it has. Only
      * an A mandate is collected against. Every unpaid return
      * from the bank adds one to the failure count and a cleared
      * collection sets it back to zero; at the DDPARM limit the
      * mandate is suspended (S) and the account goes back to
      * paying by cheque until collections re-key it. C is a
      * mandate the customer has cancelled.
       01  DD-MANDATE-RECORD.
           05  DM-ACCOUNT-NO      PIC X(10).
           05  DM-MANDATE-REF     PIC X(12).
           05  DM-BANK-ROUTING    PIC X(09).
           05  DM-BANK-ACCOUNT    PIC X(12).
           05  DM-STATUS          PIC X(01).
               88  DM-STAT-NEW        VALUE "N".
               88  DM-STAT-PRENOTED   VALUE "P".
               88  DM-STAT-ACTIVE     VALUE "A".
               88  DM-STAT-REJECTED   VALUE "R".
               88  DM-STAT-SUSPENDED  VALUE "S".
               88  DM-STAT-CANCELLED  VALUE "C".
           05  DM-PRENOTE-DATE    PIC 9(08).
           05  DM-FAIL-COUNT      PIC 9(02).
           05  DM-STATUS-DATE     PIC 9(08).
