      * INVHIST - processed-invoice history, one record per invoice
      * that made it past HELLO-WORLD's duplicate check. The master
      * of record is the INVHVSAM KSDS (invhkey.cpy), which
      * HELLO-WORLD checks and writes by key; this line sequential
      * layout is the INVHXTR unload of it, in key order, for the
      * programs that make whole passes of the history, and the
      * input INVHLOAD builds the cluster from. The vendor parts
      * plus the vendor's invoice number are the duplicate key
      * (records from before the number existed carry spaces and
      * fall back to the old vendor-plus-amount match).
       01  INVOICE-HISTORY-RECORD.
           05  IH-SOME-PART-1     PIC X(04).
           05  IH-SOME-PART-2     PIC X(04).
