      * ONLAUDT - parameter layout every online transaction passes
      * to the shared ONLAUDT routine via EXEC CICS LINK ...
      * COMMAREA, one call for each key it shows or changes. COPY
      * this into the caller's WORKING-STORAGE and into ONLAUDT so
      * the two can never drift apart - the same pattern as BIZDATE
      * with bizdtpm.cpy. The caller says what it touched and how;
      * ONLAUDT adds who, where and when itself. OA-ACTION is I for
      * an inquiry, Q for a change queued for the night's batch and
      * U for a change made on the spot to a file of record.
      * OA-KEY-TYPE names the data the key belongs to - ONLAUDRP
      * flags PAYM and VEND keys touched out of hours.
       01  ONLINE-AUDIT-PARMS.
           05  OA-PROGRAM-ID       PIC X(08).
           05  OA-ACTION           PIC X(01).
               88  OA-INQUIRY          VALUE "I".
               88  OA-QUEUED-CHANGE    VALUE "Q".
               88  OA-DIRECT-UPDATE    VALUE "U".
           05  OA-KEY-TYPE         PIC X(04).
               88  OA-KEY-ACCOUNT      VALUE "ACCT".
               88  OA-KEY-VENDOR       VALUE "VEND".
               88  OA-KEY-INVOICE      VALUE "INVC".
               88  OA-KEY-PAYMENT      VALUE "PAYM".
               88  OA-KEY-ALERT        VALUE "ALRT".
               88  OA-KEY-SUITE        VALUE "SUIT".
           05  OA-KEY-VALUE        PIC X(24).
