      * RETLEDG - retainage ledger, one record per vendor, purchase
      * order, company and currency, carried forward between runs
      * the way PREPAY carries deposits. HELLO-WORLD adds the share
      * of each released progress invoice it held back under the
      * PO's retainage percentage; RETREL pays the outstanding
      * balance out when the PO's completion card arrives and
      * zeroes it, and PAYRET puts a bounced holdback or release
      * back the way it was. RL-RETAINED and RL-RELEASED are the
      * to-date totals behind RL-BALANCE for the RETRPT report.
      * RL-FIRST-HELD is the business date of the first holdback
      * on the PO and RL-LAST-MOVED is stamped whenever the balance
      * changes. A record whose balance reaches zero drops off at
      * the next rewrite.
       01  RETAINAGE-LEDGER-RECORD.
           05  RL-VENDOR-ID       PIC X(04).
           05  RL-SOME-PART-2     PIC X(04).
           05  RL-PO-NUMBER       PIC X(08).
           05  RL-COMPANY-CODE    PIC X(02).
           05  RL-CURRENCY-CODE   PIC X(04).
           05  RL-RETAIN-PCT      PIC 9(02)V99.
           05  RL-RETAINED        PIC 9(11)V99.
           05  RL-RELEASED        PIC 9(11)V99.
           05  RL-BALANCE         PIC 9(11)V99.
           05  RL-FIRST-HELD      PIC 9(08).
           05  RL-LAST-MOVED      PIC 9(08).
