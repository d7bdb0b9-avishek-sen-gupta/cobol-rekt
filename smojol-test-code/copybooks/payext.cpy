      * processing step can reverse TAXRECOV instead of crediting
      * expense at full gross.
           05  PX-TAX-AMOUNT        PIC 9(07)V99.
      * The deposit side. PX-PO-NUMBER is the order the invoice
      * billed against; PX-DEPOSIT-SW marks a P-type deposit whose
      * gross went to the prepaid asset instead of expense, and
      * PX-PREPAY-APPLIED is the earlier deposit a final invoice
      * offset before its net payable - both carried so a bounced
      * payment unwinds to the prepaid account and the deposit is
      * reinstated on PREPAY.
           05  PX-PO-NUMBER         PIC X(08).
           05  PX-PREPAY-APPLIED    PIC 9(09)V99.
           05  PX-DEPOSIT-SW        PIC X(01).
               88  PX-DEPOSIT       VALUE "Y".
      * The retainage side. PX-RETAINED is the share of a progress
      * invoice's net payable held back on the retainage ledger;
      * a record RETREL writes to pay a signed-off PO's retainage
      * carries "R" in PX-DEPOSIT-SW, no gross of its own (the
      * gross was on the progress invoices) and the release as its
      * net payable.
               88  PX-RETAINAGE-RELEASE VALUE "R".
      * A customer refund REFREL sends to the refund payee carries
      * "F": no gross, the refund as its net payable and the refund
      * reference as its invoice number.
               88  PX-CUSTOMER-REFUND   VALUE "F".
           05  PX-RETAINED          PIC 9(09)V99.
      * The date the item is scheduled to be paid: the last day of
      * the discount window when a discount was taken, otherwise
      * the net due date, both in business days from the invoice
      * date. PAYSCHED parks anything not due by the next value
      * date on the SCHEDPAY warehouse instead of paying it early.
           05  PX-PAY-DATE          PIC 9(08).
