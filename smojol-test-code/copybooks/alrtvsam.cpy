      * ALRTVSAM - operator-alert KSDS record, one per OPALERTL
      * entry, loaded by ALRTLOAD and browsed and updated by the
      * ALRTACK and ALRTESC online transactions. The key is the
      * alert's own timestamp and program id; AV-SEQ numbers the
      * alerts one program raised within the same second (1 for
      * the first) in the order they sit on OPALERTL, so every
      * reader of the log arrives at the same key for an alert.
      * AV-ACK-STATUS is space until an operator acknowledges the
      * alert; AV-ESCALATED-SW is set once ALRTESC has re-raised
      * an unacknowledged severity-1 alert to the supervisor.
       01  ALERT-VSAM-RECORD.
           05  AV-ALERT-KEY.
               10  AV-TIMESTAMP     PIC X(14).
               10  AV-PROGRAM-ID    PIC X(08).
               10  AV-SEQ           PIC 9(02).
           05  AV-SEVERITY          PIC 9(01).
               88  AV-SEV-CONSOLE   VALUE 1.
           05  AV-MESSAGE           PIC X(60).
           05  AV-ACK-STATUS        PIC X(01).
               88  AV-UNACKED       VALUE SPACE.
               88  AV-ACKED         VALUE "A".
           05  AV-ACK-USER          PIC X(08).
           05  AV-ACK-TS            PIC X(14).
           05  AV-ACK-NOTE          PIC X(40).
           05  AV-ESCALATED-SW      PIC X(01).
               88  AV-ESCALATED     VALUE "Y".
           05  AV-ESCALATED-TS      PIC X(14).
