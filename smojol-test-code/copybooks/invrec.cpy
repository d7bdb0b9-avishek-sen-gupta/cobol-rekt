      * duplicate-history search, which would otherwise bounce a
      * corrected invoice that legitimately kept its amount.
               88  II-TRANS-RESUBMIT VALUE "R".
      * P is a deposit an equipment or event supplier wants before
      * it delivers: paid out like an invoice, but booked to the
      * prepaid asset and held on the PREPAY balance file against
      * its vendor and PO until the final invoice offsets it.
               88  II-TRANS-PREPAY   VALUE "P".
      * Tax carried separately at last: II-TAX-AMOUNT is the tax
      * portion INSIDE II-INVOICE-AMOUNT, summed from the detail
      * lines' ID-TAX-AMOUNT, so the journal build can post tax to
      * stops sailing through. Carried to the history, the review
      * queue, the extract and the remittance documents.
           05  II-INVOICE-NO         PIC X(10).
      * The purchase order the invoice bills against, when the
      * supplier quotes one. Required on a deposit - the PO is how
      * the final invoice finds the prepayment to offset - and,
      * when present on an ordinary invoice, it confines the open-
      * PO match to that one order.
           05  II-PO-NUMBER          PIC X(08).
       01  INVOICE-DETAIL-RECORD.
           05  ID-RECORD-TYPE        PIC X(01).
           05  ID-SOME-PART-1        PIC X(04).
           05  ID-EXTENSION-AMOUNT   PIC 9(09)V99.
           05  ID-TAX-AMOUNT         PIC 9(07)V99.
           05  ID-TAX-CODE           PIC X(02).
      * The department the line's spend belongs to, validated by
      * INVEDIT against the COSTCTR master. The edit does not drop
      * a line it cannot place - that would only throw the invoice
      * out on its detail total - it stamps ID-CC-STATUS and passes
      * the line, and the invoice run holds the whole invoice to
      * the review queue under its own reason. Spaces in the cost
      * center means an unallocated line, posted as before.
           05  ID-COST-CENTER        PIC X(06).
           05  ID-CC-STATUS          PIC X(01).
               88  ID-CC-OK          VALUE SPACE.
               88  ID-CC-UNKNOWN     VALUE "U".
               88  ID-CC-CLOSED      VALUE "C".
           05  FILLER                PIC X(35).
       01  INVOICE-TRAILER-RECORD.
           05  IT-RECORD-TYPE        PIC X(01).
           05  IT-RECORD-COUNT       PIC 9(07).
           05  IT-AMOUNT-HASH        PIC 9(13)V99.
           05  FILLER                PIC X(54).
