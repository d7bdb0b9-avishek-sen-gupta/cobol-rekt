      * PREPAY - open vendor deposits, one record per vendor and
      * purchase order, carried forward between HELLO-WORLD runs
      * the way CREDBAL carries credits. A released P-type deposit
      * adds its amount net of tax (what it debited to the prepaid
      * asset) to the balance; the final invoice quoting or matching
      * the same PO draws the balance down before its net payable
      * goes to the extract. The file is reloaded at start of run
      * and rewritten in full at end of run with whatever is still
      * unapplied. PP-DEPOSIT-DATE is the business date the first
      * deposit on the PO was released - the PREPAGE aging report
      * measures from it - and PP-LAST-MOVED is stamped whenever
      * the balance changes.
       01  PREPAYMENT-BALANCE-RECORD.
           05  PP-VENDOR-ID       PIC X(04).
           05  PP-PO-NUMBER       PIC X(08).
           05  PP-COMPANY-CODE    PIC X(02).
           05  PP-CURRENCY-CODE   PIC X(04).
           05  PP-DEPOSIT-AMOUNT  PIC 9(11)V99.
           05  PP-BALANCE         PIC 9(11)V99.
           05  PP-DEPOSIT-DATE    PIC 9(08).
           05  PP-INVOICE-NO      PIC X(10).
           05  PP-LAST-MOVED      PIC 9(08).
