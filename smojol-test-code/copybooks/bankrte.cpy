      * BANKRTE - house-bank routing table, one record per company
      * and currency treasury pays from a particular bank: the
      * house bank's code, the debit account and its BIC, and the
      * transmission format the bank accepts - FIXD for the fixed
      * BANKORD layout, P001 for ISO 20022 pain.001 XML. A company
      * of "**" routes the currency for every company without an
      * entry of its own. PAYORD builds one transmission per house
      * bank from it; a company and currency with no route goes to
      * the fixed-layout bank as it always has.
       01  BANK-ROUTE-RECORD.
           05  RT-COMPANY-CODE       PIC X(02).
               88  RT-ALL-COMPANIES  VALUE "**".
           05  RT-CURRENCY-CODE      PIC X(04).
           05  RT-BANK-CODE          PIC X(06).
           05  RT-FORMAT             PIC X(04).
               88  RT-FORMAT-FIXED   VALUE "FIXD".
               88  RT-FORMAT-PAIN    VALUE "P001".
           05  RT-BANK-BIC           PIC X(11).
           05  RT-ACCOUNT            PIC X(34).
           05  RT-DEBTOR-NAME        PIC X(19).
