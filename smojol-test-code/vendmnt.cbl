      * duplicate vendor on add) to VMREJ - so a fat-fingered
      * discount percentage can no longer slip into the file the
      * invoice run trusts completely without leaving a trail.
      * The cards are sorted into vendor order first, keeping keying
      * order within a vendor: the nightly run feeds it the cards
      * the VENDONL online transaction queued through the day, in
      * the order they were keyed. Each card carries the user id
      * of whoever keyed it (or the batch program that raised it),
      * and the audit record keeps it, so the month-end evidence
      * package can show who made every change.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO "VENDMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RAW-TRAN-FILE ASSIGN TO "VMTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "VMTRANS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK01".
           SELECT NEW-MASTER ASSIGN TO "VENDMSTN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "VMAUDIT"
       FILE SECTION.
       FD  OLD-MASTER.
           COPY "vendmstr.cpy".
       FD  RAW-TRAN-FILE.
       01  RAW-TRAN-RECORD        PIC X(62).
       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  FILLER             PIC X(01).
           05  SW-VENDOR-ID       PIC X(04).
           05  FILLER             PIC X(57).
       FD  TRAN-FILE.
       01  VM-TRAN-RECORD.
           05  VT-ACTION          PIC X(01).
           05  VT-WHOLD-SW        PIC X(01).
           05  VT-WHOLD-PCT       PIC 9(02)V9(02).
           05  VT-VENDOR-CLASS    PIC X(02).
           05  VT-SHARED-SW       PIC X(01).
           05  VT-USER-ID         PIC X(08).
       FD  NEW-MASTER.
       01  NEW-MASTER-RECORD.
           05  NV-VENDOR-ID       PIC X(04).
           05  NV-WHOLD-SW        PIC X(01).
           05  NV-WHOLD-PCT       PIC 9(02)V9(02).
           05  NV-VENDOR-CLASS    PIC X(02).
           05  NV-SHARED-SW       PIC X(01).
       FD  AUDIT-OUT.
       01  VM-AUDIT-RECORD.
           05  VA-TIMESTAMP       PIC X(14).
           05  VA-AFTER-STATUS    PIC X(01).
           05  VA-AFTER-DISC-PCT  PIC 9(02)V9(02).
           05  VA-AFTER-NET-DAYS  PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  VA-KEYED-BY        PIC X(08).
       FD  REJECT-OUT.
       01  VM-REJECT-RECORD.
           05  VR-REASON          PIC X(30).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           SORT SORT-WORK
               ON ASCENDING KEY SW-VENDOR-ID
               WITH DUPLICATES IN ORDER
               USING RAW-TRAN-FILE
               GIVING TRAN-FILE.
           OPEN INPUT OLD-MASTER.
           OPEN INPUT TRAN-FILE.
           OPEN OUTPUT NEW-MASTER.
           MOVE VM-WHOLD-SW      TO NV-WHOLD-SW
           MOVE VM-WHOLD-PCT     TO NV-WHOLD-PCT
           MOVE VM-VENDOR-CLASS  TO NV-VENDOR-CLASS
           MOVE VM-SHARED-SW     TO NV-SHARED-SW
           WRITE NEW-MASTER-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN.
      * The transaction key is not on the master: only an add is
               MOVE VT-WHOLD-SW      TO NV-WHOLD-SW
               MOVE VT-WHOLD-PCT     TO NV-WHOLD-PCT
               MOVE VT-VENDOR-CLASS  TO NV-VENDOR-CLASS
               MOVE VT-SHARED-SW     TO NV-SHARED-SW
               WRITE NEW-MASTER-RECORD
               ADD 1 TO WS-RECORDS-WRITTEN
               MOVE SPACES          TO VA-BEFORE-STATUS
                   MOVE VT-WHOLD-SW      TO NV-WHOLD-SW
                   MOVE VT-WHOLD-PCT     TO NV-WHOLD-PCT
                   MOVE VT-VENDOR-CLASS  TO NV-VENDOR-CLASS
                   MOVE VT-SHARED-SW     TO NV-SHARED-SW
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO WS-RECORDS-WRITTEN
                   MOVE VT-STATUS       TO VA-AFTER-STATUS
           MOVE WS-TIMESTAMP  TO VA-TIMESTAMP
           MOVE VT-ACTION     TO VA-ACTION
           MOVE VT-VENDOR-ID  TO VA-VENDOR-ID
           MOVE VT-USER-ID    TO VA-KEYED-BY
           WRITE VM-AUDIT-RECORD
           ADD 1 TO WS-TRANS-APPLIED.
       P0A-WRITE-REJECT.
