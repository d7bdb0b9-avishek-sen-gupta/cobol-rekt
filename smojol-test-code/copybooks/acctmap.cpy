      * posting event has no current mapping at all - the same
      * table-over-literals discipline BILLXREF brought to the
      * billing statuses, applied to the chart of accounts.
      * ARJRNL resolves the receivables events the same way
      * (ACCTSRCV, REVENUE or REVNcccc by charge code, CASH,
      * UNAPCASH, REFUNDPY, AGYCOMM) with the vendor class left
      * blank.
       01  ACCOUNT-MAP-RECORD.
           05  AM-EVENT           PIC X(08).
           05  AM-VENDOR-CLASS    PIC X(02).
