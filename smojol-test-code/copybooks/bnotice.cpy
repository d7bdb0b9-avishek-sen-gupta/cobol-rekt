      * BNOTICE - B-notice case log, appended to by TINRESP and
      * never rewritten: one O record when a TIN mismatch opens a
      * case (with the date the vendor's corrected certification
      * is due and the withholding percentage applied) and one C
      * record when a later match clears it and the vendor's own
      * withholding setting is restored.
       01  BNOTICE-RECORD.
           05  BN-VENDOR-ID         PIC X(04).
           05  BN-EVENT             PIC X(01).
               88  BN-CASE-OPENED   VALUE "O".
               88  BN-CASE-CLEARED  VALUE "C".
           05  BN-EVENT-DATE        PIC 9(08).
           05  BN-TIN               PIC X(09).
           05  BN-NAME-CONTROL      PIC X(04).
           05  BN-RESPONSE-CODE     PIC X(01).
           05  BN-DUE-DATE          PIC 9(08).
           05  BN-WHOLD-SW          PIC X(01).
           05  BN-WHOLD-PCT         PIC 9(02)V9(02).
