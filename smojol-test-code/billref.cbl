      * default 60 days since first seen) is written to the
      * BILLREFX refund extract so the customer gets the money
      * back, with a register tying every refund to the
      * originating account and payment date. The credit stays on
      * BILLCRED until the refund is actually paid: an approved
      * refund goes out through the AP payment run by REFREL, and
      * REFPAID consumes the credit once the payment history shows
      * it paid.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
