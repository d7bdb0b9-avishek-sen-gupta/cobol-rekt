           05  VV-WHOLD-SW        PIC X(01).
           05  VV-WHOLD-PCT       PIC 9(02)V9(02).
           05  VV-VENDOR-CLASS    PIC X(02).
           05  VV-SHARED-SW       PIC X(01).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "timelgpm.cpy".
           MOVE VM-WHOLD-SW      TO VV-WHOLD-SW
           MOVE VM-WHOLD-PCT     TO VV-WHOLD-PCT
           MOVE VM-VENDOR-CLASS  TO VV-VENDOR-CLASS
           MOVE VM-SHARED-SW     TO VV-SHARED-SW
           WRITE VENDOR-VSAM-RECORD
           EVALUATE WS-VSAM-STATUS
               WHEN "00"
