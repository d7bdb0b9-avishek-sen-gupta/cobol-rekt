           05  PL-COMPANY-CODE      PIC X(02).
           05  PL-TAX-AMOUNT        PIC 9(07)V99.
           05  PL-VALUE-DATE        PIC 9(08).
      * Deposit detail off the extract, for the same unwind.
           05  PL-PO-NUMBER         PIC X(08).
           05  PL-PREPAY-APPLIED    PIC 9(09)V99.
           05  PL-DEPOSIT-SW        PIC X(01).
               88  PL-DEPOSIT       VALUE "Y".
      * Retainage detail off the extract, for the same unwind.
               88  PL-RETAINAGE-RELEASE VALUE "R".
      * Customer refund detail off the extract.
               88  PL-CUSTOMER-REFUND   VALUE "F".
           05  PL-RETAINED          PIC 9(09)V99.
