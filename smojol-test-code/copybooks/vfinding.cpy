      * VFINDING - one vendor-master fraud finding from the VENDFRD
      * sweep, for internal audit to work through. BANK is two
      * vendors paid into the same routing and account, ADDR two
      * vendors remitting to the same address, NAME two vendors
      * whose names match once punctuation and company suffixes
      * such as INC or LTD are stripped, and BCHG a large payment
      * made within the window of the vendor's bank details
      * changing. A pair finding names both vendors; a BCHG
      * finding carries the payment amount and its pay date, with
      * the date the details changed in the detail text.
       01  VENDOR-FINDING-RECORD.
           05  VF-FINDING-TYPE      PIC X(04).
               88  VF-SHARED-BANK   VALUE "BANK".
               88  VF-SHARED-ADDR   VALUE "ADDR".
               88  VF-SIMILAR-NAME  VALUE "NAME".
               88  VF-BANK-CHANGE   VALUE "BCHG".
           05  VF-VENDOR-ID         PIC X(04).
           05  VF-OTHER-VENDOR      PIC X(04).
           05  VF-SWEEP-DATE        PIC 9(08).
           05  VF-AMOUNT            PIC 9(09)V99.
           05  VF-EVENT-DATE        PIC 9(08).
           05  VF-DETAIL            PIC X(40).
           05  FILLER               PIC X(01).
