      * ONLAUDR - the common online audit record. ONLAUDT writes one
      * to the OAUD intrapartition queue for every key an online
      * transaction shows or changes; TDDRAIN moves the queue to the
      * DRNFILE dataset, where it is the DR-MESSAGE of a drain record
      * stamped OAUD, and ONLAUDRP reports from it each night. The
      * user is the signed-on CICS user, OR-DATE / OR-TIME the CICS
      * clock when the transaction touched the key. OR-ACTION and
      * OR-KEY-TYPE carry the values onlaudt.cpy documents.
       01  ONLINE-AUDIT-RECORD.
           05  OR-USER-ID          PIC X(08).
           05  FILLER              PIC X(01).
           05  OR-TERMINAL         PIC X(04).
           05  FILLER              PIC X(01).
           05  OR-TRANSACTION      PIC X(04).
           05  FILLER              PIC X(01).
           05  OR-DATE             PIC 9(08).
           05  OR-TIME.
               10  OR-HH           PIC 9(02).
               10  OR-MI           PIC 9(02).
               10  OR-SS           PIC 9(02).
           05  FILLER              PIC X(01).
           05  OR-PROGRAM-ID       PIC X(08).
           05  FILLER              PIC X(01).
           05  OR-ACTION           PIC X(01).
               88  OR-INQUIRY          VALUE "I".
               88  OR-QUEUED-CHANGE    VALUE "Q".
               88  OR-DIRECT-UPDATE    VALUE "U".
           05  FILLER              PIC X(01).
           05  OR-KEY-TYPE         PIC X(04).
               88  OR-PAYMENT-OR-VENDOR VALUE "PAYM" "VEND".
           05  FILLER              PIC X(01).
           05  OR-KEY-VALUE        PIC X(24).
           05  FILLER              PIC X(06).
