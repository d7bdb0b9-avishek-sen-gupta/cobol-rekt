      * DDCOLL - direct-debit collection transmission written nightly
      * by DDCOLL, one D debit per open item collected (and a zero-
      * value D prenote per new mandate) wrapped in an H batch header
      * and a T trailer carrying the debit count and amount hash -
      * the pattern BANKORD gives outgoing payments. The same detail
      * layout is the DDINFL in-flight register DDCOLL keeps between
      * nights: a debit sits there with state blank until it clears
      * the return window or comes back unpaid, when its state goes
      * to R so the re-opened item is left to DUNNING and never
      * presented again. The state is spaces on the transmission.
       01  DD-COLLECTION-RECORD.
           05  DB-RECORD-TYPE     PIC X(01).
               88  DB-HEADER-REC      VALUE "H".
               88  DB-DETAIL-REC      VALUE "D".
               88  DB-TRAILER-REC     VALUE "T".
           05  DB-ACCOUNT-NO      PIC X(10).
           05  DB-MANDATE-REF     PIC X(12).
           05  DB-BANK-ROUTING    PIC X(09).
           05  DB-BANK-ACCOUNT    PIC X(12).
           05  DB-BILL-NO         PIC X(06).
           05  DB-AMOUNT          PIC 9(07)V99.
           05  DB-COLLECTION-DATE PIC 9(08).
           05  DB-STATE           PIC X(01).
               88  DB-IN-FLIGHT       VALUE " ".
               88  DB-RETURNED        VALUE "R".
       01  DD-COLLECTION-HEADER.
           05  DH-RECORD-TYPE     PIC X(01).
           05  DH-COLLECTION-DATE PIC 9(08).
           05  DH-CREATED-TS      PIC X(14).
           05  FILLER             PIC X(45).
       01  DD-COLLECTION-TRAILER.
           05  DT-RECORD-TYPE     PIC X(01).
           05  DT-DEBIT-COUNT     PIC 9(07).
           05  DT-AMOUNT-HASH     PIC 9(13)V99.
           05  FILLER             PIC X(45).
