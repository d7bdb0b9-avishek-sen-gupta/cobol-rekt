      * AGYPLCF - placement file sent to the collections agency by
      * AGYPLACE: for each account placed, an A record with the
      * customer's name and mailing address off CUSTMSTR, the
      * balance placed and how far past due it is, followed by one
      * I record per open bill making up the balance; a single T
      * trailer closes the file with the account and item counts
      * and the total placed, for the agency to prove receipt.
       01  AGENCY-ACCOUNT-RECORD.
           05  AA-RECORD-TYPE     PIC X(01).
               88  AA-ACCOUNT-REC     VALUE "A".
               88  AA-ITEM-REC        VALUE "I".
               88  AA-TRAILER-REC     VALUE "T".
           05  AA-ACCOUNT-NO      PIC X(10).
           05  AA-NAME            PIC X(30).
           05  AA-ADDR-1          PIC X(30).
           05  AA-ADDR-2          PIC X(30).
           05  AA-POSTAL-CODE     PIC X(10).
           05  AA-BALANCE         PIC 9(07)V99.
           05  AA-OLDEST-DUE      PIC 9(08).
           05  AA-DAYS-OVERDUE    PIC 9(05).
       01  AGENCY-ITEM-RECORD.
           05  AI-RECORD-TYPE     PIC X(01).
           05  AI-ACCOUNT-NO      PIC X(10).
           05  AI-BILL-NO         PIC X(06).
           05  AI-AMOUNT          PIC 9(07)V99.
           05  AI-DUE-DATE        PIC 9(08).
           05  FILLER             PIC X(99).
       01  AGENCY-TRAILER-RECORD.
           05  AT-RECORD-TYPE     PIC X(01).
           05  AT-ACCOUNT-COUNT   PIC 9(07).
           05  AT-ITEM-COUNT      PIC 9(07).
           05  AT-PLACED-TOTAL    PIC 9(11)V99.
           05  FILLER             PIC X(105).
