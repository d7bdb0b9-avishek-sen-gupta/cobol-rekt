       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTLOAD.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * CUSTLOAD - nightly refresh of the customer-master KSDS that
      * BILLINQ reads for an account's credit limit and credit-hold
      * flag (FCT entry CUSTMSTR, keyed on the account number): reads
      * the line sequential CUSTMSTR after CREDEXP has set tonight's
      * automatic holds and writes new accounts, rewrites existing
      * ones and counts anything the cluster refuses as an error -
      * the same service BILLLOAD gives the billing master, with the
      * same reconcile of loaded + replaced + errored back to the
      * input count (RETURN-CODE 8 if it does not). As with BILLLOAD,
      * an account deleted through CUSTMNT stays on the cluster with
      * its last-loaded image until the periodic IDCAMS DELETE/DEFINE
      * housekeeping.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-VSAM ASSIGN TO "CUSTVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CV-ACCOUNT-NO
               FILE STATUS IS WS-VSAM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY "custmstr.cpy".
       FD  CUSTOMER-VSAM.
       01  CUSTOMER-VSAM-RECORD.
           05  CV-ACCOUNT-NO            PIC X(10).
           05  CV-REST                  PIC X(118).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "timelgpm.cpy".
       01  WS-VSAM-STATUS          PIC XX.
       01  WS-CUSTMSTR-EOF-SW      PIC X VALUE "N".
            88 CUSTMSTR-EOF        VALUE "Y".
       01  WS-RECORDS-READ         PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-LOADED       PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-REPLACED     PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-ERRORED      PIC 9(07) VALUE ZERO.
       01  WS-RECONCILE-TOTAL      PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "CUSTLOAD" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           OPEN INPUT CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-VSAM.
           IF  WS-VSAM-STATUS NOT = "00"
               OPEN OUTPUT CUSTOMER-VSAM
           END-IF.
           PERFORM P0A-READ-CUSTMSTR.
           PERFORM UNTIL CUSTMSTR-EOF
               PERFORM P0A-LOAD-ONE-ACCOUNT
               PERFORM P0A-READ-CUSTMSTR
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.
           CLOSE CUSTOMER-VSAM.
           PERFORM P0A-RECONCILE-COUNTS.
           MOVE "CUSTLOAD" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-READ-CUSTMSTR.
           READ CUSTOMER-MASTER
               AT END
                   SET CUSTMSTR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
       P0A-LOAD-ONE-ACCOUNT.
           MOVE CUSTOMER-MASTER-RECORD TO CUSTOMER-VSAM-RECORD
           WRITE CUSTOMER-VSAM-RECORD
           EVALUATE WS-VSAM-STATUS
               WHEN "00"
                   ADD 1 TO WS-RECORDS-LOADED
               WHEN "22"
                   REWRITE CUSTOMER-VSAM-RECORD
                   IF  WS-VSAM-STATUS = "00"
                       ADD 1 TO WS-RECORDS-REPLACED
                   ELSE
                       ADD 1 TO WS-RECORDS-ERRORED
                       DISPLAY "CUSTLOAD REWRITE FAILED KEY="
                           CV-ACCOUNT-NO " STATUS=" WS-VSAM-STATUS
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-RECORDS-ERRORED
                   DISPLAY "CUSTLOAD WRITE FAILED KEY="
                       CV-ACCOUNT-NO " STATUS=" WS-VSAM-STATUS
           END-EVALUATE.
       P0A-RECONCILE-COUNTS.
           COMPUTE WS-RECONCILE-TOTAL =
               WS-RECORDS-LOADED + WS-RECORDS-REPLACED
               + WS-RECORDS-ERRORED.
           DISPLAY "CUSTLOAD READ=" WS-RECORDS-READ
               " LOADED=" WS-RECORDS-LOADED
               " REPLACED=" WS-RECORDS-REPLACED
               " ERRORED=" WS-RECORDS-ERRORED.
           IF  WS-RECONCILE-TOTAL NOT = WS-RECORDS-READ
               DISPLAY "CUSTLOAD COUNTS DO NOT RECONCILE TO INPUT"
               MOVE 8 TO RETURN-CODE
           END-IF.
