      * REFRREG - customer refund payment register, one record per
      * over-payment credit sent out through the AP payment run.
      * REFREL adds a refund the night its approval card is taken,
      * keyed like the credit it pays (account and payment date),
      * with the amount sent, the refund reference it went to AP
      * under (the invoice number on PAYEXT and so on PAYHIST), who
      * approved it and the night it was sent; status S. REFPAID
      * marks it P with the date paid once the payment history
      * shows it paid and the credit is consumed on BILLCRED. Paid
      * refunds stay on the register as the account's refund
      * history; a credit with a sent refund on it is not netted
      * against new charges by CHGGEN.
       01  REFUND-PAYMENT-RECORD.
           05  RR-ACCOUNT-NO      PIC X(10).
           05  RR-PAYMENT-DATE    PIC 9(08).
           05  RR-REFUND-AMOUNT   PIC 9(07)V99.
           05  RR-REFUND-REF.
               10  RR-REF-PREFIX  PIC X(02).
               10  RR-REF-SEQ     PIC 9(08).
           05  RR-APPROVED-BY     PIC X(08).
           05  RR-SENT-DATE       PIC 9(08).
           05  RR-PAID-DATE       PIC 9(08).
           05  RR-STATUS          PIC X(01).
               88  RR-STAT-SENT   VALUE "S".
               88  RR-STAT-PAID   VALUE "P".
