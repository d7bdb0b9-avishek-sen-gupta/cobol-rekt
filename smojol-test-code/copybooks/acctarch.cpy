      * ACCTARCH - closed-account archive, the cumulative file
      * BILLPURG moves long-closed billing accounts to. Every record
      * carries the business date of the purge and the account, and
      * a type saying what the image is: M the account's BILLMSTR
      * record, I one of its OPENITEM records, C its CUSTMSTR
      * record, each exactly as it stood on the file. One A audit
      * record per account purged says why it went - the closed
      * status it sat in, the last dated activity found for it and
      * how many days idle that was at the purge - with the count
      * of items moved, whether a customer record went with it and
      * the cycle's run ID. ARCHINQ reads the file back by date
      * range and account.
       01  ACCOUNT-ARCHIVE-RECORD.
           05  AA-PURGE-DATE      PIC 9(08).
           05  AA-ACCOUNT-NO      PIC X(10).
           05  AA-RECORD-TYPE     PIC X(01).
               88  AA-AUDIT-RECORD    VALUE "A".
               88  AA-MASTER-IMAGE    VALUE "M".
               88  AA-ITEM-IMAGE      VALUE "I".
               88  AA-CUSTOMER-IMAGE  VALUE "C".
           05  AA-RECORD-IMAGE    PIC X(128).
           05  AA-AUDIT REDEFINES AA-RECORD-IMAGE.
               10  AA-BILL-STATUS     PIC X(04).
               10  AA-LAST-ACTIVITY   PIC 9(08).
               10  AA-INACTIVE-DAYS   PIC 9(05).
               10  AA-ITEMS-ARCHIVED  PIC 9(05).
               10  AA-CUSTOMER-SW     PIC X(01).
                   88  AA-CUSTOMER-ARCHIVED VALUE "Y".
               10  AA-RUN-ID          PIC X(08).
               10  FILLER             PIC X(97).
