               88  BO-METHOD-EFT     VALUE "EFT".
           05  BO-VALUE-DATE         PIC 9(08).
           05  BO-COMPANY-CODE       PIC X(02).
      * The cheque number PAYORD assigned a cheque-method order - the
      * number the bank prints and positive pay knows it by; zero
      * on an electronic order.
           05  BO-CHEQUE-NO          PIC 9(10).
       01  BANK-ORDER-HEADER.
           05  BH-RECORD-TYPE        PIC X(01).
           05  BH-VALUE-DATE         PIC 9(08).
           05  BH-CREATED-TS         PIC X(14).
           05  FILLER                PIC X(24).
       01  BANK-ORDER-TRAILER.
           05  BT-RECORD-TYPE        PIC X(01).
           05  BT-ORDER-COUNT        PIC 9(07).
           05  BT-AMOUNT-HASH        PIC 9(13)V99.
           05  FILLER                PIC X(24).
