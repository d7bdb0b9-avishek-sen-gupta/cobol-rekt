      * PERLEDG - period ledger record written by GLPOST: one per
      * period (YYYYMM) / account / currency / company / cost
      * center, with the cumulative DR and CR sides posted into
      * it. Cost center is spaces on every account that is not
      * spent by department. Shared by the programs that read the
      * ledger back for actual-to-date figures. The batch tag keeps
      * the month-end journals (ME) and the automatic reversal of
      * the month-end accrual (RV) on rows of their own, so the
      * trial balance can show them apart from the nightly postings
      * (spaces); readers that sum a period simply add every row.
       01  PERIOD-LEDGER-RECORD.
           05  PL-PERIOD          PIC 9(06).
           05  PL-ACCOUNT         PIC X(08).
           05  PL-CURRENCY        PIC X(04).
           05  PL-COMPANY         PIC X(02).
           05  PL-COST-CENTER     PIC X(06).
           05  PL-DR-TOTAL        PIC 9(13)V99.
           05  PL-CR-TOTAL        PIC 9(13)V99.
           05  PL-BATCH           PIC X(02).
               88  PL-NIGHTLY-BATCH   VALUE SPACES.
               88  PL-MONTH-END-BATCH VALUE "ME".
               88  PL-REVERSAL-BATCH  VALUE "RV".
