      * with a nonzero RETURN-CODE). Released invoices post DR
      * expense gross, CR accounts payable net, CR discounts taken
      * and CR vendor credit applied. The bounced-payment reversal
      * journal, the recalled-payment reversal journal PAYRCL
      * writes, the vendor refund receipts journal VREFRCV writes,
      * the intercompany settlement journal PAYCONS writes
      * when one company pays a shared vendor for another, the
      * receivables journal ARJRNL writes for the billing side, and
      * the manual ledger-adjustment entries that clear forced
      * suspense share this layout - the period-ledger posting
      * step reads them all as one concatenated input.
       01  GL-JOURNAL-RECORD.
           05  JL-ACCOUNT         PIC X(08).
           05  JL-CURRENCY        PIC X(04).
           05  JL-DR-CR           PIC X(02).
           05  JL-AMOUNT          PIC 9(11)V99.
           05  JL-COMPANY-CODE    PIC X(02).
      * The department behind an expense line, split off the
      * invoice detail lines so the period ledger carries spend by
      * cost center. The recall and returned-payment reversals
      * credit expense back under the same centers (EXPSHIST).
      * Spaces on every line that has no department - the payable,
      * tax, discount and suspense sides, and every other journal
      * written outside the invoice run.
           05  JL-COST-CENTER     PIC X(06).
