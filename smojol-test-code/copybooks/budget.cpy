      * BUDGET - approved expense budget, one record per company /
      * ledger account / period, in the home currency (USD). The
      * period is YYYYMM for a month's budget, or YYYY00 for the
      * annual budget Finance approves, which runs against the
      * year-to-date spend. The invoice run holds any invoice
      * whose expense would carry an account past a current
      * budget, counting the period ledger to date plus the
      * night's own releases; BUDRPT reports budget against
      * actual at period end.
       01  BUDGET-RECORD.
           05  BG-COMPANY-CODE    PIC X(02).
           05  BG-ACCOUNT         PIC X(08).
           05  BG-PERIOD          PIC 9(06).
           05  BG-BUDGET-AMOUNT   PIC 9(11)V99.
