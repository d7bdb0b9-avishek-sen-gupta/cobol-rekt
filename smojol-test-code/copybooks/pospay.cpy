      * POSPAY - positive-pay transmission to the bank, the list of
      * cheques we have actually written. PAYORD sends one I issue
      * record per cheque-method order on the POSPAY issue file and
      * CHQVOID one V void record per cheque cancelled on the
      * POSVOID file, each wrapped in an H header naming the file
      * type and a T trailer with the item count, amount hash and
      * cheque-number hash the bank checks before loading it. A
      * cheque presented that is not on file as issued, or whose
      * amount or payee differs, or that is on file as void, is
      * returned unpaid by the bank.
       01  POSITIVE-PAY-RECORD.
           05  PS-RECORD-TYPE        PIC X(01).
               88  PS-ISSUE-REC      VALUE "I".
               88  PS-VOID-REC       VALUE "V".
           05  PS-COMPANY-CODE       PIC X(02).
           05  PS-CHEQUE-NO          PIC 9(10).
           05  PS-AMOUNT             PIC 9(09)V99.
           05  PS-ISSUE-DATE         PIC 9(08).
           05  PS-PAYEE-NAME         PIC X(30).
           05  PS-CURRENCY-CODE      PIC X(04).
           05  PS-VOID-DATE          PIC 9(08).
           05  FILLER                PIC X(06).
       01  POSITIVE-PAY-HEADER.
           05  PH-RECORD-TYPE        PIC X(01).
           05  PH-FILE-TYPE          PIC X(05).
           05  PH-FILE-DATE          PIC 9(08).
           05  PH-CREATED-TS         PIC X(14).
           05  FILLER                PIC X(52).
       01  POSITIVE-PAY-TRAILER.
           05  PT-RECORD-TYPE        PIC X(01).
           05  PT-ITEM-COUNT         PIC 9(07).
           05  PT-AMOUNT-HASH        PIC 9(13)V99.
           05  PT-CHEQUE-NO-HASH     PIC 9(15).
           05  FILLER                PIC X(42).
