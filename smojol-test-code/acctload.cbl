       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCTLOAD.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * ACCTLOAD - loads the keyed VSAM files behind the ACCTINQ
      * account inquiry, so a billing clerk can answer a customer
      * call from one screen instead of BILLINQ, BILLBRW and a call
      * to operations about disputes and promises:
      *   - OPENVSAM, the account's outstanding bills off tonight's
      *     OPENITEM, keyed on account and bill number; a PAID item
      *     is left off, an item out at the bank (DDCL) is still
      *     owed and is loaded;
      *   - DSPVSAM, the open dispute case per account off tonight's
      *     DSPCASE generation - closed cases are history and stay
      *     on the batch file;
      *   - PROMVSAM, the promises to pay still standing at the
      *     business date off the PROMISE file DUNNING judges - a
      *     promise whose date has passed is DUNNING's broken
      *     promise, not one the clerk should quote back;
      *   - CASHVSAM, the cash CASHAPP applied tonight (CASHAPLD),
      *     keyed on the account and the applied date inverted so
      *     a forward browse meets the newest payment first.
      * The first three are emptied and redefined by the IDCAMS
      * step ahead of the load - they hold tonight's position only,
      * the same full rebuild ASGNLOAD gives the worklist. CASHVSAM
      * ACCUMULATES like PAYHLOAD's payment history: it is defined
      * once by the ACCTVSMJ build job and every night's payments
      * are added to it. Each file's loaded + replaced + errored +
      * left-off count is reconciled back to what was read, the
      * CUSTLOAD rule (RETURN-CODE 8 if any file does not).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEMS ASSIGN TO "OPENITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO "DSPCASE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PROMISE-FILE ASSIGN TO "PROMISE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CASH-APPLIED ASSIGN TO "CASHAPLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ITEM-VSAM ASSIGN TO "OPENVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY OV-ITEM-KEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT CASE-VSAM ASSIGN TO "DSPVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY DV-ACCOUNT-NO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT PROMISE-VSAM ASSIGN TO "PROMVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PM-ACCOUNT-NO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT CASH-VSAM ASSIGN TO "CASHVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CV-CASH-KEY
               FILE STATUS IS WS-VSAM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEMS.
           COPY "openitem.cpy".
       FD  CASE-FILE.
       01  DISPUTE-CASE-RECORD.
           05  DC-ACCOUNT-NO      PIC X(10).
           05  DC-REASON-CODE     PIC X(08).
           05  DC-OPENED-TS       PIC X(14).
           05  DC-CLOSED-TS       PIC X(14).
           05  DC-RESOLUTION      PIC X(20).
           05  DC-STATUS          PIC X(01).
               88  DC-CASE-OPEN   VALUE "O".
               88  DC-CASE-CLOSED VALUE "C".
           05  DC-DAYS-OPEN       PIC 9(05).
           05  DC-SEVERITY        PIC 9(01).
       FD  PROMISE-FILE.
       01  PROMISE-RECORD.
           05  PP-ACCOUNT-NO      PIC X(10).
           05  PP-PROMISED-AMOUNT PIC 9(07)V99.
           05  PP-PROMISED-DATE   PIC 9(08).
           05  PP-TAKER-ID        PIC X(08).
       FD  CASH-APPLIED.
           COPY "cashapld.cpy".
       FD  ITEM-VSAM.
       01  ITEM-VSAM-RECORD.
           05  OV-ITEM-KEY.
               10  OV-ACCOUNT-NO  PIC X(10).
               10  OV-BILL-NO     PIC X(06).
           05  OV-AMOUNT          PIC 9(07)V99.
           05  OV-DUE-DATE        PIC 9(08).
           05  OV-STATUS          PIC X(04).
       FD  CASE-VSAM.
       01  CASE-VSAM-RECORD.
           05  DV-ACCOUNT-NO      PIC X(10).
           05  DV-REASON-CODE     PIC X(08).
           05  DV-OPENED-TS       PIC X(14).
           05  DV-DAYS-OPEN       PIC 9(05).
           05  DV-SEVERITY        PIC 9(01).
       FD  PROMISE-VSAM.
       01  PROMISE-VSAM-RECORD.
           05  PM-ACCOUNT-NO      PIC X(10).
           05  PM-PROMISED-AMOUNT PIC 9(07)V99.
           05  PM-PROMISED-DATE   PIC 9(08).
           05  PM-TAKER-ID        PIC X(08).
       FD  CASH-VSAM.
       01  CASH-VSAM-RECORD.
           05  CV-CASH-KEY.
               10  CV-ACCOUNT-NO      PIC X(10).
               10  CV-APPLIED-INVERSE PIC 9(08).
           05  CV-APPLIED-AMOUNT  PIC 9(09)V99.
           05  CV-PAYMENT-DATE    PIC 9(08).
           05  CV-APPLIED-DATE    PIC 9(08).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
       01  WS-VSAM-STATUS          PIC XX.
       01  WS-STEP-RC              PIC 9(02) VALUE ZERO.
       01  WS-INPUT-EOF-SW         PIC X VALUE "N".
            88 INPUT-EOF           VALUE "Y".
      * One set of load counts, reset for each file in turn.
       01  WS-FILE-NAME            PIC X(08) VALUE SPACES.
       01  WS-RECORDS-READ         PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-LEFT-OFF     PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-LOADED       PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-REPLACED     PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-ERRORED      PIC 9(07) VALUE ZERO.
       01  WS-RECONCILE-TOTAL      PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "ACCTLOAD" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS.
           PERFORM P0A-LOAD-OPEN-ITEMS.
           PERFORM P0A-LOAD-DISPUTE-CASES.
           PERFORM P0A-LOAD-PROMISES.
           PERFORM P0A-LOAD-CASH-APPLIED.
           MOVE "ACCTLOAD" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           MOVE WS-STEP-RC TO RETURN-CODE
           GOBACK.
       P0A-RESET-COUNTS.
           MOVE "N"  TO WS-INPUT-EOF-SW
           MOVE ZERO TO WS-RECORDS-READ
           MOVE ZERO TO WS-RECORDS-LEFT-OFF
           MOVE ZERO TO WS-RECORDS-LOADED
           MOVE ZERO TO WS-RECORDS-REPLACED
           MOVE ZERO TO WS-RECORDS-ERRORED.
       P0A-LOAD-OPEN-ITEMS.
           MOVE "OPENVSAM" TO WS-FILE-NAME
           PERFORM P0A-RESET-COUNTS
           OPEN I-O ITEM-VSAM
           IF  WS-VSAM-STATUS NOT = "00"
               OPEN OUTPUT ITEM-VSAM
           END-IF
           OPEN INPUT OPEN-ITEMS
           IF  FS-SUCCESS
               PERFORM P0A-READ-OPEN-ITEM
               PERFORM UNTIL INPUT-EOF
                   PERFORM P0A-LOAD-ONE-ITEM
                   PERFORM P0A-READ-OPEN-ITEM
               END-PERFORM
               CLOSE OPEN-ITEMS
           END-IF
           CLOSE ITEM-VSAM
           PERFORM P0A-RECONCILE-COUNTS.
       P0A-READ-OPEN-ITEM.
           READ OPEN-ITEMS
               AT END
                   SET INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
       P0A-LOAD-ONE-ITEM.
           IF  OI-STAT-PAID
               ADD 1 TO WS-RECORDS-LEFT-OFF
           ELSE
               MOVE OI-ACCOUNT-NO TO OV-ACCOUNT-NO
               MOVE OI-BILL-NO    TO OV-BILL-NO
               MOVE OI-AMOUNT     TO OV-AMOUNT
               MOVE OI-DUE-DATE   TO OV-DUE-DATE
               MOVE OI-STATUS     TO OV-STATUS
               WRITE ITEM-VSAM-RECORD
               IF  WS-VSAM-STATUS = "22"
                   REWRITE ITEM-VSAM-RECORD
                   PERFORM P0A-COUNT-REPLACE
               ELSE
                   PERFORM P0A-COUNT-WRITE
               END-IF
           END-IF.
       P0A-LOAD-DISPUTE-CASES.
           MOVE "DSPVSAM" TO WS-FILE-NAME
           PERFORM P0A-RESET-COUNTS
           OPEN I-O CASE-VSAM
           IF  WS-VSAM-STATUS NOT = "00"
               OPEN OUTPUT CASE-VSAM
           END-IF
           OPEN INPUT CASE-FILE
           IF  FS-SUCCESS
               PERFORM P0A-READ-CASE
               PERFORM UNTIL INPUT-EOF
                   PERFORM P0A-LOAD-ONE-CASE
                   PERFORM P0A-READ-CASE
               END-PERFORM
               CLOSE CASE-FILE
           END-IF
           CLOSE CASE-VSAM
           PERFORM P0A-RECONCILE-COUNTS.
       P0A-READ-CASE.
           READ CASE-FILE
               AT END
                   SET INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
      * DSPCASE keeps one open case per account; should a second
      * ever appear, the later case on the file is the one shown.
       P0A-LOAD-ONE-CASE.
           IF  NOT DC-CASE-OPEN
               ADD 1 TO WS-RECORDS-LEFT-OFF
           ELSE
               MOVE DC-ACCOUNT-NO  TO DV-ACCOUNT-NO
               MOVE DC-REASON-CODE TO DV-REASON-CODE
               MOVE DC-OPENED-TS   TO DV-OPENED-TS
               MOVE DC-DAYS-OPEN   TO DV-DAYS-OPEN
               MOVE DC-SEVERITY    TO DV-SEVERITY
               WRITE CASE-VSAM-RECORD
               IF  WS-VSAM-STATUS = "22"
                   REWRITE CASE-VSAM-RECORD
                   PERFORM P0A-COUNT-REPLACE
               ELSE
                   PERFORM P0A-COUNT-WRITE
               END-IF
           END-IF.
       P0A-LOAD-PROMISES.
           MOVE "PROMVSAM" TO WS-FILE-NAME
           PERFORM P0A-RESET-COUNTS
           OPEN I-O PROMISE-VSAM
           IF  WS-VSAM-STATUS NOT = "00"
               OPEN OUTPUT PROMISE-VSAM
           END-IF
           OPEN INPUT PROMISE-FILE
           IF  FS-SUCCESS
               PERFORM P0A-READ-PROMISE
               PERFORM UNTIL INPUT-EOF
                   PERFORM P0A-LOAD-ONE-PROMISE
                   PERFORM P0A-READ-PROMISE
               END-PERFORM
               CLOSE PROMISE-FILE
           END-IF
           CLOSE PROMISE-VSAM
           PERFORM P0A-RECONCILE-COUNTS.
       P0A-READ-PROMISE.
           READ PROMISE-FILE
               AT END
                   SET INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
      * A promise dated today is still standing - DUNNING holds the
      * notice until the promised date has passed.
       P0A-LOAD-ONE-PROMISE.
           IF  PP-PROMISED-DATE < BZ-BUSINESS-DATE
               ADD 1 TO WS-RECORDS-LEFT-OFF
           ELSE
               MOVE PP-ACCOUNT-NO      TO PM-ACCOUNT-NO
               MOVE PP-PROMISED-AMOUNT TO PM-PROMISED-AMOUNT
               MOVE PP-PROMISED-DATE   TO PM-PROMISED-DATE
               MOVE PP-TAKER-ID        TO PM-TAKER-ID
               WRITE PROMISE-VSAM-RECORD
               IF  WS-VSAM-STATUS = "22"
                   REWRITE PROMISE-VSAM-RECORD
                   PERFORM P0A-COUNT-REPLACE
               ELSE
                   PERFORM P0A-COUNT-WRITE
               END-IF
           END-IF.
       P0A-LOAD-CASH-APPLIED.
           MOVE "CASHVSAM" TO WS-FILE-NAME
           PERFORM P0A-RESET-COUNTS
           OPEN I-O CASH-VSAM
           IF  WS-VSAM-STATUS NOT = "00"
               OPEN OUTPUT CASH-VSAM
           END-IF
           OPEN INPUT CASH-APPLIED
           IF  FS-SUCCESS
               PERFORM P0A-READ-CASH-APPLIED
               PERFORM UNTIL INPUT-EOF
                   PERFORM P0A-LOAD-ONE-PAYMENT
                   PERFORM P0A-READ-CASH-APPLIED
               END-PERFORM
               CLOSE CASH-APPLIED
           END-IF
           CLOSE CASH-VSAM
           PERFORM P0A-RECONCILE-COUNTS.
       P0A-READ-CASH-APPLIED.
           READ CASH-APPLIED
               AT END
                   SET INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
      * CASHAPP applies one payment per account a night, so the
      * key only repeats when a night's cycle is rerun - the rerun's
      * figure replaces the first.
       P0A-LOAD-ONE-PAYMENT.
           MOVE CA-ACCOUNT-NO     TO CV-ACCOUNT-NO
           COMPUTE CV-APPLIED-INVERSE = 99999999 - CA-APPLIED-DATE
           MOVE CA-APPLIED-AMOUNT TO CV-APPLIED-AMOUNT
           MOVE CA-PAYMENT-DATE   TO CV-PAYMENT-DATE
           MOVE CA-APPLIED-DATE   TO CV-APPLIED-DATE
           WRITE CASH-VSAM-RECORD
           IF  WS-VSAM-STATUS = "22"
               REWRITE CASH-VSAM-RECORD
               PERFORM P0A-COUNT-REPLACE
           ELSE
               PERFORM P0A-COUNT-WRITE
           END-IF.
       P0A-COUNT-WRITE.
           IF  WS-VSAM-STATUS = "00"
               ADD 1 TO WS-RECORDS-LOADED
           ELSE
               ADD 1 TO WS-RECORDS-ERRORED
               DISPLAY "ACCTLOAD " WS-FILE-NAME
                   " WRITE FAILED STATUS=" WS-VSAM-STATUS
           END-IF.
       P0A-COUNT-REPLACE.
           IF  WS-VSAM-STATUS = "00"
               ADD 1 TO WS-RECORDS-REPLACED
           ELSE
               ADD 1 TO WS-RECORDS-ERRORED
               DISPLAY "ACCTLOAD " WS-FILE-NAME
                   " REWRITE FAILED STATUS=" WS-VSAM-STATUS
           END-IF.
       P0A-RECONCILE-COUNTS.
           COMPUTE WS-RECONCILE-TOTAL =
               WS-RECORDS-LOADED + WS-RECORDS-REPLACED
               + WS-RECORDS-ERRORED + WS-RECORDS-LEFT-OFF.
           DISPLAY "ACCTLOAD " WS-FILE-NAME
               " READ=" WS-RECORDS-READ
               " LOADED=" WS-RECORDS-LOADED
               " REPLACED=" WS-RECORDS-REPLACED
               " LEFT OFF=" WS-RECORDS-LEFT-OFF
               " ERRORED=" WS-RECORDS-ERRORED.
           IF  WS-RECONCILE-TOTAL NOT = WS-RECORDS-READ
               DISPLAY "ACCTLOAD " WS-FILE-NAME
                   " COUNTS DO NOT RECONCILE TO INPUT"
               MOVE 8 TO WS-STEP-RC
           END-IF.
