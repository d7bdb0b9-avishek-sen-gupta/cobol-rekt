           05  PO-NUMBER          PIC X(08).
           05  PO-AMOUNT          PIC 9(09)V99.
           05  PO-OPEN-BALANCE    PIC 9(09)V99.
      * Construction and fit-out contracts withhold this percentage
      * of every progress invoice's net payable as retainage until
      * the project is signed off; zero (or blank on an older
      * record) means no retainage on the order.
           05  PO-RETAIN-PCT      PIC 9(02)V99.
      * Business date of the last add, amendment or draw-down on the
      * order, stamped by POMAINT and the invoice run - POMAINT
      * auto-closes an order left untouched longer than its closing
      * window. Zero (or blank on an older record) means not yet
      * stamped; POMAINT starts the clock on the next run.
           05  PO-LAST-ACTIVITY   PIC 9(08).
