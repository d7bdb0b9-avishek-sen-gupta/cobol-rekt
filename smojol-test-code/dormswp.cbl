           05  VT-WHOLD-SW        PIC X(01).
           05  VT-WHOLD-PCT       PIC 9(02)V9(02).
           05  VT-VENDOR-CLASS    PIC X(02).
           05  VT-SHARED-SW       PIC X(01).
           05  VT-USER-ID         PIC X(08).
       FD  SWEEP-REPORT.
       01  SWEEP-REPORT-RECORD   PIC X(80).
       WORKING-STORAGE SECTION.
           MOVE VM-WHOLD-SW     TO VT-WHOLD-SW
           MOVE VM-WHOLD-PCT    TO VT-WHOLD-PCT
           MOVE VM-VENDOR-CLASS TO VT-VENDOR-CLASS
           MOVE VM-SHARED-SW    TO VT-SHARED-SW
           MOVE "DORMSWP"       TO VT-USER-ID
           WRITE VM-TRAN-RECORD
           MOVE VM-VENDOR-ID   TO SL-VENDOR
           MOVE VM-VENDOR-NAME TO SL-NAME
