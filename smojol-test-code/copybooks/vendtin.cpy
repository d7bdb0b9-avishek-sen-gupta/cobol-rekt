      * VENDTIN - vendor taxpayer-ID file, one record per vendor
      * keyed by TN-VENDOR-ID (matches VM-VENDOR-ID on the vendor
      * master), held beside VENDMSTR the way VENDPAY holds the
      * remit details. Maintained by TINMNT; TINREQ sends every
      * active vendor's TIN and name control to the tax authority's
      * TIN-matching service and marks it S, and TINRESP posts the
      * answer back - M matched, X mismatched. A mismatch opens a
      * B-notice case: backup withholding is switched on through a
      * VMTRAN change card and the vendor's own withholding setting
      * is kept here so the case can put it back when a later
      * match clears it.
       01  VENDOR-TIN-RECORD.
           05  TN-VENDOR-ID         PIC X(04).
           05  TN-TIN-TYPE          PIC X(01).
               88  TN-TYPE-EIN      VALUE "1".
               88  TN-TYPE-SSN      VALUE "2".
               88  TN-TYPE-UNKNOWN  VALUE "3".
           05  TN-TIN               PIC X(09).
           05  TN-NAME-CONTROL      PIC X(04).
           05  TN-MATCH-STATUS      PIC X(01).
               88  TN-UNVERIFIED    VALUE SPACE.
               88  TN-SENT          VALUE "S".
               88  TN-MATCHED       VALUE "M".
               88  TN-MISMATCHED    VALUE "X".
           05  TN-REQUEST-DATE      PIC 9(08).
           05  TN-RESPONSE-DATE     PIC 9(08).
           05  TN-RESPONSE-CODE     PIC X(01).
           05  TN-CASE-STATUS       PIC X(01).
               88  TN-NO-CASE       VALUE SPACE.
               88  TN-CASE-OPEN     VALUE "O".
           05  TN-CASE-OPENED       PIC 9(08).
           05  TN-CASE-DUE-DATE     PIC 9(08).
           05  TN-PRIOR-WHOLD-SW    PIC X(01).
           05  TN-PRIOR-WHOLD-PCT   PIC 9(02)V9(02).
