      * BANKACK - the bank's acknowledgement of a BANKORD payment-
      * order transmission. An H header says whether the file as a
      * whole was accepted or rejected, and echoes the value date
      * and created timestamp off the BANKORD header so the step
      * reading it can prove which transmission is being answered.
      * One D record per order follows, quoting the order back by
      * vendor, amount, currency, value date and cheque number, with
      * the bank's accept/reject status and reject reason.
       01  BANK-ACK-RECORD.
           05  AK-RECORD-TYPE        PIC X(01).
               88  AK-HEADER-REC     VALUE "H".
               88  AK-DETAIL-REC     VALUE "D".
           05  AK-SOME-PART-1        PIC X(04).
           05  AK-SOME-PART-2        PIC X(04).
           05  AK-NET-AMOUNT         PIC 9(09)V99.
           05  AK-CURRENCY-CODE      PIC X(04).
           05  AK-VALUE-DATE         PIC 9(08).
           05  AK-CHEQUE-NO          PIC 9(10).
           05  AK-ORDER-STATUS       PIC X(01).
               88  AK-ORDER-ACCEPTED VALUE "A".
               88  AK-ORDER-REJECTED VALUE "R".
           05  AK-REJECT-REASON      PIC X(30).
           05  FILLER                PIC X(07).
       01  BANK-ACK-HEADER.
           05  AH-RECORD-TYPE        PIC X(01).
           05  AH-VALUE-DATE         PIC 9(08).
           05  AH-CREATED-TS         PIC X(14).
           05  AH-FILE-STATUS        PIC X(01).
               88  AH-FILE-ACCEPTED  VALUE "A".
               88  AH-FILE-REJECTED  VALUE "R".
           05  AH-REJECT-REASON      PIC X(30).
           05  FILLER                PIC X(26).
