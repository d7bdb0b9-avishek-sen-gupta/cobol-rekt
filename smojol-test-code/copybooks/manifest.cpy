      * MANIFEST - one record per carrying dataset DSMANIF measures,
      * stamped with the business date: the record count and the
      * amount hash over the file. The night's manifest travels with
      * the backup; each night's is also appended to the cumulative
      * MANHIST, which CAPFCST reads back for growth trends.
       01  MANIFEST-RECORD.
           05  MF-BUSINESS-DATE   PIC 9(08).
           05  MF-FILE-NAME       PIC X(08).
           05  MF-RECORD-COUNT    PIC 9(09).
           05  MF-AMOUNT-HASH     PIC 9(15)V99.
