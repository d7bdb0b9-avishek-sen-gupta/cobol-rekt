      * wait window - until then PAYORD pays the vendor by cheque
      * no matter what VP-PAY-METHOD asks for. A bounced prenote
      * goes to R and stays cheque-only until AP re-keys the
      * details. The remit postal code rides at the end of the
      * record so older records read it as blank; PRTSTRM presorts
      * the remittance advices and vendor statements on it.
       01  VENDOR-PAYMENT-RECORD.
           05  VP-VENDOR-ID         PIC X(04).
           05  VP-REMIT-NAME        PIC X(30).
               88  VP-PRENOTE-CLEARED   VALUE "C".
               88  VP-PRENOTE-REJECTED  VALUE "R".
           05  VP-PRENOTE-DATE      PIC 9(08).
           05  VP-REMIT-POSTAL      PIC X(10).
