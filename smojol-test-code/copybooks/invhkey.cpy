      * INVHVSAM - the processed-invoice history as a VSAM KSDS, the
      * master of record HELLO-WORLD checks and writes by key. The
      * key leads with the vendor parts and the vendor's invoice
      * number, so the duplicate check is a direct START on them
      * (IK-NUMBER-KEY), and a credit memo's original is found
      * under the vendor alone (IK-VENDOR-KEY, IK-SOME-PART-1).
      * Records from before the number existed carry spaces in it
      * and sit together under the vendor, where the old
      * vendor-plus-amount match still finds them. A credit memo
      * carries its original's number, so the timestamp and a
      * sequence number - bumped when two land in the same second -
      * complete the key. INVHXTR unloads it to the line
      * sequential INVHIST layout (invhist.cpy) for the readers that
      * make whole passes of the history.
       01  INVOICE-HISTORY-KEYED-RECORD.
           05  IK-KEY.
               10  IK-NUMBER-KEY.
                   15  IK-VENDOR-KEY.
                       20  IK-SOME-PART-1  PIC X(04).
                       20  IK-SOME-PART-2  PIC X(04).
                   15  IK-INVOICE-NO       PIC X(10).
               10  IK-TIMESTAMP            PIC X(14).
               10  IK-KEY-SEQ              PIC 9(03).
           05  IK-INVOICE-AMOUNT           PIC 9(09)V99.
