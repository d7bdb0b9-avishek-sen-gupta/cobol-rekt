      * VRFREG - vendor refund receivables, one record per vendor
      * ever asked to refund a credit balance. VREFREQ opens the
      * receivable the first night CREDAGE extracts the vendor's
      * stale CREDBAL balance to CREDREF, writes the refund request
      * and the 30- and 60-day follow-up letters, and closes it as
      * absorbed if the credit is taken against invoices in the
      * meantime. The letters ask the vendor to quote VR-REFERENCE
      * with the cheque; VREFRCV recognizes that reference on the
      * night's BANKPAY (lockbox or bank payments), takes the money
      * off CREDBAL and closes the receivable as received once it
      * is paid in full. A closed record stays as the vendor's last
      * refund and is reopened, letters and all, by the next
      * request for the same vendor.
       01  VENDOR-REFUND-RECORD.
           05  VR-REFERENCE.
               10  VR-REF-PREFIX      PIC X(04).
               10  VR-VENDOR-ID       PIC X(04).
               10  FILLER             PIC X(02).
           05  VR-STATUS              PIC X(01).
               88  VR-OPEN            VALUE "O".
               88  VR-RECEIVED        VALUE "R".
               88  VR-ABSORBED        VALUE "A".
           05  VR-OPENED-DATE         PIC 9(08).
           05  VR-REQUESTED-AMT       PIC 9(11)V99.
           05  VR-RECEIVED-AMT        PIC 9(11)V99.
           05  VR-OPEN-AMT            PIC 9(11)V99.
           05  VR-LETTERS-SENT        PIC 9(01).
           05  VR-LAST-LETTER         PIC 9(08).
           05  VR-CLOSED-DATE         PIC 9(08).
