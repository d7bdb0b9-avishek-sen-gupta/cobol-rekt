      * APPRLIM - approver-limit table, one record per person who
      * may sign off an invoice held at an approval tier, keyed by
      * the approver's sign-on id (the id that appears on the
      * approval card). AL-LIMIT-AMOUNT is the largest invoice the
      * approver may approve; only an A-status approver signs at
      * all. The INVAPPR online transaction refuses anyone not on
      * the table or asked to approve above their limit, and the
      * invoice run counts no approval card that would break the
      * same rule, however the card reached APPRCRD.
       01  APPROVER-LIMIT-RECORD.
           05  AL-APPROVER-ID       PIC X(08).
           05  AL-APPROVER-NAME     PIC X(20).
           05  AL-LIMIT-AMOUNT      PIC 9(09)V99.
           05  AL-STATUS            PIC X(01).
               88  AL-ACTIVE        VALUE "A".
