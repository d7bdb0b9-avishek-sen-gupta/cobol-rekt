       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RISWEEP.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * RISWEEP - weekly cross-master referential-integrity sweep.
      * Every program validates the key it reads, but nothing proved
      * the masters agree with one another, and broken links turned
      * up one at a time as failures in whichever step tripped over
      * them. This step loads the vendor master and the billing
      * master and holds every dependent file up against them, rule
      * by rule:
      *   1 - VENDPAY remittance records for a vendor not on VENDMSTR;
      *   2 - CREDBAL carried credit for a vendor not on VENDMSTR;
      *   3 - OPENPO orders for a vendor not on VENDMSTR;
      *   4 - CUSTMSTR customers with no BILLMSTR account;
      *   5 - open DSPCASE disputes on an account that is closed -
      *       PAID, CANC or WOFF on the master, or gone from it;
      *   6 - accounts whose open items (OPEN and DDCL, the ones
      *       BM-AMOUNT is the blended total of) no longer add up
      *       to BM-AMOUNT, and items for an account not on the
      *       master at all.
      * RISWRPT lists every broken relationship under its rule with
      * the money involved, a count and amount per rule, and the
      * summary by rule at the end. The run writes its own
      * CONTROL-TOTALS record - the breaks as the exception count
      * and their amount as the amount total - so CTLRPT shows from
      * week to week whether the count is coming down. A master
      * that will not load in full would make every key beyond the
      * table look broken, so the sweep stops with return code 12
      * and reports nothing rather than flood the listing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BILLMSTR-FILE ASSIGN TO "BILLMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT VENDOR-PAYMENT ASSIGN TO "VENDPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CREDIT-BALANCE ASSIGN TO "CREDBAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPEN-PO-FILE ASSIGN TO "OPENPO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CASE-FILE ASSIGN TO "DSPCASE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPEN-ITEMS ASSIGN TO "OPENITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SWEEP-REPORT ASSIGN TO "RISWRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER.
           COPY "vendmstr.cpy".
       FD  BILLMSTR-FILE.
           COPY "billmstr.cpy".
       FD  VENDOR-PAYMENT.
           COPY "vendpay.cpy".
       FD  CREDIT-BALANCE.
           COPY "credbal.cpy".
       FD  OPEN-PO-FILE.
           COPY "openpo.cpy".
       FD  CUSTOMER-MASTER.
           COPY "custmstr.cpy".
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
       FD  OPEN-ITEMS.
           COPY "openitem.cpy".
       FD  SWEEP-REPORT.
       01  SWEEP-REPORT-RECORD   PIC X(80).
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
           COPY "timelgpm.cpy".
           COPY "bizdtpm.cpy".
       01  WS-FILE-EOF-SW          PIC X VALUE "N".
            88 FILE-EOF            VALUE "Y".
       01  WS-LOAD-TRUNCATED-SW    PIC X VALUE "N".
            88 LOAD-TRUNCATED      VALUE "Y".
       01  WS-MASTER-MISSING-SW    PIC X VALUE "N".
            88 MASTER-MISSING      VALUE "Y".
       01  WS-STEP-RC              PIC 9(02) VALUE ZERO.
       01  WS-RECORDS-READ         PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-BREAKS         PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-AMOUNT         PIC 9(13)V99 VALUE ZERO.
       01  WS-BREAK-AMOUNT         PIC 9(09)V99 VALUE ZERO.
       01  WS-BREAK-KEY            PIC X(10) VALUE SPACES.
       01  WS-BREAK-DETAIL         PIC X(30) VALUE SPACES.
       01  WS-RULE-NO              PIC 9(01) VALUE ZERO.
       01  WS-RULE-NAME-VALUES.
           05  FILLER PIC X(44)
               VALUE "VENDPAY RECORD FOR A VENDOR NOT ON VENDMSTR ".
           05  FILLER PIC X(44)
               VALUE "CREDBAL BALANCE FOR A VENDOR NOT ON VENDMSTR".
           05  FILLER PIC X(44)
               VALUE "OPENPO ORDER FOR A VENDOR NOT ON VENDMSTR   ".
           05  FILLER PIC X(44)
               VALUE "CUSTMSTR CUSTOMER WITH NO BILLMSTR ACCOUNT  ".
           05  FILLER PIC X(44)
               VALUE "OPEN DSPCASE DISPUTE ON A CLOSED ACCOUNT    ".
           05  FILLER PIC X(44)
               VALUE "OPEN ITEMS DISAGREE WITH BM-AMOUNT          ".
       01  WS-RULE-NAMES REDEFINES WS-RULE-NAME-VALUES.
           05  WS-RULE-NAME PIC X(44) OCCURS 6 TIMES.
       01  WS-RULE-TOTALS.
           05  WS-RULE-ENTRY OCCURS 6 TIMES.
               10  WS-RULE-CHECKED PIC 9(07).
               10  WS-RULE-BREAKS  PIC 9(07).
               10  WS-RULE-AMOUNT  PIC 9(13)V99.
               10  WS-RULE-RUN-SW  PIC X(01).
       01  WS-VENDOR-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-VENDOR-TABLE.
           05  WS-VENDOR-ENTRY OCCURS 2000 TIMES
                   INDEXED BY VND-NDX.
               10  WS-VND-ID       PIC X(04).
       01  WS-ACCOUNT-COUNT        PIC 9(04) COMP VALUE 0.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ACC-NDX.
               10  WS-ACC-ACCOUNT  PIC X(10).
               10  WS-ACC-STATUS   PIC X(04).
               10  WS-ACC-AMOUNT   PIC 9(07)V99.
               10  WS-ACC-ITEMS    PIC 9(09)V99.
       01  WS-HEADING-LINE.
           05  FILLER      PIC X(30)
                   VALUE "CROSS-MASTER INTEGRITY SWEEP  ".
           05  FILLER      PIC X(15) VALUE "BUSINESS DATE  ".
           05  HL-DATE     PIC 9(08).
       01  WS-RULE-LINE.
           05  FILLER      PIC X(07) VALUE "RULE   ".
           05  RL-RULE-NO  PIC 9(01).
           05  FILLER      PIC X(03) VALUE " - ".
           05  RL-NAME     PIC X(44).
       01  WS-DETAIL-LINE.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  DL-KEY      PIC X(10).
           05  FILLER      PIC X(02) VALUE SPACES.
           05  DL-DETAIL   PIC X(30).
           05  FILLER      PIC X(02) VALUE SPACES.
           05  DL-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RULE-TOTAL-LINE.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  RT-LABEL    PIC X(10) VALUE "CHECKED   ".
           05  RT-CHECKED  PIC ZZZZZZ9.
           05  FILLER      PIC X(10) VALUE "   BROKEN ".
           05  RT-BREAKS   PIC ZZZZZZ9.
           05  FILLER      PIC X(10) VALUE "   AMOUNT ".
           05  RT-AMOUNT   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SUMMARY-LINE.
           05  FILLER      PIC X(05) VALUE "RULE ".
           05  SL-RULE-NO  PIC 9(01).
           05  FILLER      PIC X(01) VALUE SPACES.
           05  SL-NAME     PIC X(44).
           05  SL-BREAKS   PIC ZZZZZZ9.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  SL-AMOUNT   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "RISWEEP" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS.
           INITIALIZE WS-RULE-TOTALS.
           PERFORM P0A-LOAD-VENDORS.
           PERFORM P0A-LOAD-ACCOUNTS.
           IF  LOAD-TRUNCATED OR MASTER-MISSING
               DISPLAY "RISWEEP ABORT - MASTER LOAD INCOMPLETE - "
                   "VENDORS=" WS-VENDOR-COUNT
                   " ACCOUNTS=" WS-ACCOUNT-COUNT
               MOVE "RISWEEP" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SWEEP-REPORT.
           MOVE BZ-BUSINESS-DATE TO HL-DATE.
           MOVE WS-HEADING-LINE TO SWEEP-REPORT-RECORD.
           WRITE SWEEP-REPORT-RECORD.
           PERFORM P0A-SWEEP-VENDPAY.
           PERFORM P0A-SWEEP-CREDBAL.
           PERFORM P0A-SWEEP-OPENPO.
           PERFORM P0A-SWEEP-CUSTMSTR.
           PERFORM P0A-SWEEP-DSPCASE.
           PERFORM P0A-SWEEP-OPENITEM.
           PERFORM P0A-WRITE-SUMMARY.
           CLOSE SWEEP-REPORT.
           PERFORM P0A-WRITE-CONTROL-TOTALS.
           DISPLAY "RISWEEP READ=" WS-RECORDS-READ
               " BROKEN=" WS-TOTAL-BREAKS
               " AMOUNT=" WS-TOTAL-AMOUNT.
           MOVE "RISWEEP" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           MOVE WS-STEP-RC TO RETURN-CODE
           GOBACK.
       P0A-LOAD-VENDORS.
           MOVE "N" TO WS-FILE-EOF-SW
           OPEN INPUT VENDOR-MASTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-VENDOR-MASTER
               PERFORM UNTIL FILE-EOF
                   IF  WS-VENDOR-COUNT < 2000
                       ADD 1 TO WS-VENDOR-COUNT
                       SET VND-NDX TO WS-VENDOR-COUNT
                       MOVE VM-VENDOR-ID TO WS-VND-ID(VND-NDX)
                   ELSE
                       SET LOAD-TRUNCATED TO TRUE
                   END-IF
                   PERFORM P0A-READ-VENDOR-MASTER
               END-PERFORM
               CLOSE VENDOR-MASTER
           ELSE
               DISPLAY "RISWEEP VENDMSTR WILL NOT OPEN - STATUS "
                   WS-FILE-STATUS
               SET MASTER-MISSING TO TRUE
           END-IF.
       P0A-READ-VENDOR-MASTER.
           READ VENDOR-MASTER
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
       P0A-LOAD-ACCOUNTS.
           MOVE "N" TO WS-FILE-EOF-SW
           OPEN INPUT BILLMSTR-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-BILLMSTR
               PERFORM UNTIL FILE-EOF
                   IF  WS-ACCOUNT-COUNT < 5000
                       ADD 1 TO WS-ACCOUNT-COUNT
                       SET ACC-NDX TO WS-ACCOUNT-COUNT
                       MOVE BM-ACCOUNT-NO TO WS-ACC-ACCOUNT(ACC-NDX)
                       MOVE BILLMSTR-CODE-STAT-DSTR
                           TO WS-ACC-STATUS(ACC-NDX)
                       MOVE BM-AMOUNT TO WS-ACC-AMOUNT(ACC-NDX)
                       MOVE ZERO      TO WS-ACC-ITEMS(ACC-NDX)
                   ELSE
                       SET LOAD-TRUNCATED TO TRUE
                   END-IF
                   PERFORM P0A-READ-BILLMSTR
               END-PERFORM
               CLOSE BILLMSTR-FILE
           ELSE
               DISPLAY "RISWEEP BILLMSTR WILL NOT OPEN - STATUS "
                   WS-FILE-STATUS
               SET MASTER-MISSING TO TRUE
           END-IF.
       P0A-READ-BILLMSTR.
           READ BILLMSTR-FILE
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
      * Each rule opens with its heading and closes with its count
      * and amount; a dependent file that is not there is noted
      * under its rule rather than counted as clean.
       P0A-START-RULE.
           MOVE WS-RULE-NO TO RL-RULE-NO
           MOVE WS-RULE-NAME(WS-RULE-NO) TO RL-NAME
           MOVE SPACES TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE WS-RULE-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE "N" TO WS-FILE-EOF-SW
           MOVE "Y" TO WS-RULE-RUN-SW(WS-RULE-NO).
       P0A-FILE-NOT-THERE.
           MOVE "N" TO WS-RULE-RUN-SW(WS-RULE-NO)
           MOVE "    ** FILE NOT AVAILABLE - RULE NOT CHECKED **"
               TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD.
       P0A-END-RULE.
           IF  WS-RULE-RUN-SW(WS-RULE-NO) = "Y"
               MOVE WS-RULE-CHECKED(WS-RULE-NO) TO RT-CHECKED
               MOVE WS-RULE-BREAKS(WS-RULE-NO)  TO RT-BREAKS
               MOVE WS-RULE-AMOUNT(WS-RULE-NO)  TO RT-AMOUNT
               MOVE WS-RULE-TOTAL-LINE TO SWEEP-REPORT-RECORD
               WRITE SWEEP-REPORT-RECORD
           END-IF.
       P0A-WRITE-BREAK.
           ADD 1 TO WS-RULE-BREAKS(WS-RULE-NO)
           ADD WS-BREAK-AMOUNT TO WS-RULE-AMOUNT(WS-RULE-NO)
           ADD 1 TO WS-TOTAL-BREAKS
           ADD WS-BREAK-AMOUNT TO WS-TOTAL-AMOUNT
           MOVE WS-BREAK-KEY    TO DL-KEY
           MOVE WS-BREAK-DETAIL TO DL-DETAIL
           MOVE WS-BREAK-AMOUNT TO DL-AMOUNT
           MOVE WS-DETAIL-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD.
       P0A-SWEEP-VENDPAY.
           MOVE 1 TO WS-RULE-NO
           PERFORM P0A-START-RULE
           OPEN INPUT VENDOR-PAYMENT.
           IF  FS-SUCCESS
               PERFORM P0A-READ-VENDPAY
               PERFORM UNTIL FILE-EOF
                   ADD 1 TO WS-RULE-CHECKED(WS-RULE-NO)
                   SET VND-NDX TO 1
                   SEARCH WS-VENDOR-ENTRY
                       AT END
                           MOVE VP-VENDOR-ID  TO WS-BREAK-KEY
                           MOVE VP-REMIT-NAME TO WS-BREAK-DETAIL
                           MOVE ZERO          TO WS-BREAK-AMOUNT
                           PERFORM P0A-WRITE-BREAK
                       WHEN VND-NDX > WS-VENDOR-COUNT
                           MOVE VP-VENDOR-ID  TO WS-BREAK-KEY
                           MOVE VP-REMIT-NAME TO WS-BREAK-DETAIL
                           MOVE ZERO          TO WS-BREAK-AMOUNT
                           PERFORM P0A-WRITE-BREAK
                       WHEN WS-VND-ID(VND-NDX) = VP-VENDOR-ID
                           CONTINUE
                   END-SEARCH
                   PERFORM P0A-READ-VENDPAY
               END-PERFORM
               CLOSE VENDOR-PAYMENT
           ELSE
               PERFORM P0A-FILE-NOT-THERE
           END-IF.
           PERFORM P0A-END-RULE.
       P0A-READ-VENDPAY.
           READ VENDOR-PAYMENT
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
       P0A-SWEEP-CREDBAL.
           MOVE 2 TO WS-RULE-NO
           PERFORM P0A-START-RULE
           OPEN INPUT CREDIT-BALANCE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-CREDBAL
               PERFORM UNTIL FILE-EOF
                   ADD 1 TO WS-RULE-CHECKED(WS-RULE-NO)
                   SET VND-NDX TO 1
                   SEARCH WS-VENDOR-ENTRY
                       AT END
                           PERFORM P0A-CREDBAL-BREAK
                       WHEN VND-NDX > WS-VENDOR-COUNT
                           PERFORM P0A-CREDBAL-BREAK
                       WHEN WS-VND-ID(VND-NDX) = CB-VENDOR-ID
                           CONTINUE
                   END-SEARCH
                   PERFORM P0A-READ-CREDBAL
               END-PERFORM
               CLOSE CREDIT-BALANCE
           ELSE
               PERFORM P0A-FILE-NOT-THERE
           END-IF.
           PERFORM P0A-END-RULE.
       P0A-READ-CREDBAL.
           READ CREDIT-BALANCE
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
       P0A-CREDBAL-BREAK.
           MOVE CB-VENDOR-ID TO WS-BREAK-KEY
           MOVE SPACES TO WS-BREAK-DETAIL
           STRING "CREDIT LAST MOVED " CB-LAST-MOVED
               DELIMITED BY SIZE INTO WS-BREAK-DETAIL
           MOVE CB-CREDIT-BALANCE TO WS-BREAK-AMOUNT
           PERFORM P0A-WRITE-BREAK.
       P0A-SWEEP-OPENPO.
           MOVE 3 TO WS-RULE-NO
           PERFORM P0A-START-RULE
           OPEN INPUT OPEN-PO-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-OPENPO
               PERFORM UNTIL FILE-EOF
                   ADD 1 TO WS-RULE-CHECKED(WS-RULE-NO)
                   SET VND-NDX TO 1
                   SEARCH WS-VENDOR-ENTRY
                       AT END
                           PERFORM P0A-OPENPO-BREAK
                       WHEN VND-NDX > WS-VENDOR-COUNT
                           PERFORM P0A-OPENPO-BREAK
                       WHEN WS-VND-ID(VND-NDX) = PO-VENDOR-ID
                           CONTINUE
                   END-SEARCH
                   PERFORM P0A-READ-OPENPO
               END-PERFORM
               CLOSE OPEN-PO-FILE
           ELSE
               PERFORM P0A-FILE-NOT-THERE
           END-IF.
           PERFORM P0A-END-RULE.
       P0A-READ-OPENPO.
           READ OPEN-PO-FILE
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
       P0A-OPENPO-BREAK.
           MOVE PO-VENDOR-ID TO WS-BREAK-KEY
           MOVE SPACES TO WS-BREAK-DETAIL
           STRING "PO " PO-NUMBER " OPEN BALANCE"
               DELIMITED BY SIZE INTO WS-BREAK-DETAIL
           MOVE PO-OPEN-BALANCE TO WS-BREAK-AMOUNT
           PERFORM P0A-WRITE-BREAK.
       P0A-SWEEP-CUSTMSTR.
           MOVE 4 TO WS-RULE-NO
           PERFORM P0A-START-RULE
           OPEN INPUT CUSTOMER-MASTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-CUSTMSTR
               PERFORM UNTIL FILE-EOF
                   ADD 1 TO WS-RULE-CHECKED(WS-RULE-NO)
                   SET ACC-NDX TO 1
                   SEARCH WS-ACCOUNT-ENTRY
                       AT END
                           PERFORM P0A-CUSTMSTR-BREAK
                       WHEN ACC-NDX > WS-ACCOUNT-COUNT
                           PERFORM P0A-CUSTMSTR-BREAK
                       WHEN WS-ACC-ACCOUNT(ACC-NDX) = CU-ACCOUNT-NO
                           CONTINUE
                   END-SEARCH
                   PERFORM P0A-READ-CUSTMSTR
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           ELSE
               PERFORM P0A-FILE-NOT-THERE
           END-IF.
           PERFORM P0A-END-RULE.
       P0A-READ-CUSTMSTR.
           READ CUSTOMER-MASTER
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
       P0A-CUSTMSTR-BREAK.
           MOVE CU-ACCOUNT-NO TO WS-BREAK-KEY
           MOVE CU-NAME       TO WS-BREAK-DETAIL
           MOVE ZERO          TO WS-BREAK-AMOUNT
           PERFORM P0A-WRITE-BREAK.
       P0A-SWEEP-DSPCASE.
           MOVE 5 TO WS-RULE-NO
           PERFORM P0A-START-RULE
           OPEN INPUT CASE-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-DSPCASE
               PERFORM UNTIL FILE-EOF
                   IF  DC-CASE-OPEN
                       ADD 1 TO WS-RULE-CHECKED(WS-RULE-NO)
                       PERFORM P0A-CHECK-ONE-CASE
                   END-IF
                   PERFORM P0A-READ-DSPCASE
               END-PERFORM
               CLOSE CASE-FILE
           ELSE
               PERFORM P0A-FILE-NOT-THERE
           END-IF.
           PERFORM P0A-END-RULE.
       P0A-READ-DSPCASE.
           READ CASE-FILE
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
       P0A-CHECK-ONE-CASE.
           MOVE DC-ACCOUNT-NO TO WS-BREAK-KEY
           MOVE SPACES TO WS-BREAK-DETAIL
           SET ACC-NDX TO 1
           SEARCH WS-ACCOUNT-ENTRY
               AT END
                   STRING "CASE " DC-REASON-CODE " - NO ACCOUNT"
                       DELIMITED BY SIZE INTO WS-BREAK-DETAIL
                   MOVE ZERO TO WS-BREAK-AMOUNT
                   PERFORM P0A-WRITE-BREAK
               WHEN ACC-NDX > WS-ACCOUNT-COUNT
                   STRING "CASE " DC-REASON-CODE " - NO ACCOUNT"
                       DELIMITED BY SIZE INTO WS-BREAK-DETAIL
                   MOVE ZERO TO WS-BREAK-AMOUNT
                   PERFORM P0A-WRITE-BREAK
               WHEN WS-ACC-ACCOUNT(ACC-NDX) = DC-ACCOUNT-NO
                   IF  WS-ACC-STATUS(ACC-NDX) = "PAID"
                       OR WS-ACC-STATUS(ACC-NDX) = "CANC"
                       OR WS-ACC-STATUS(ACC-NDX) = "WOFF"
                       STRING "CASE " DC-REASON-CODE " - ACCOUNT "
                           WS-ACC-STATUS(ACC-NDX)
                           DELIMITED BY SIZE INTO WS-BREAK-DETAIL
                       MOVE WS-ACC-AMOUNT(ACC-NDX) TO WS-BREAK-AMOUNT
                       PERFORM P0A-WRITE-BREAK
                   END-IF
           END-SEARCH.
      * Items are totalled onto the account table as they are read;
      * an item whose account is not on the master is a break on
      * its own. Once the file is through, each account's total is
      * set against its BM-AMOUNT and the difference is the amount.
       P0A-SWEEP-OPENITEM.
           MOVE 6 TO WS-RULE-NO
           PERFORM P0A-START-RULE
           OPEN INPUT OPEN-ITEMS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-OPENITEM
               PERFORM UNTIL FILE-EOF
                   IF  OI-STAT-OPEN OR OI-STAT-IN-COLLECTION
                       PERFORM P0A-POST-ONE-ITEM
                   END-IF
                   PERFORM P0A-READ-OPENITEM
               END-PERFORM
               CLOSE OPEN-ITEMS
               PERFORM VARYING ACC-NDX FROM 1 BY 1
                       UNTIL ACC-NDX > WS-ACCOUNT-COUNT
                   ADD 1 TO WS-RULE-CHECKED(WS-RULE-NO)
                   IF  WS-ACC-ITEMS(ACC-NDX)
                           NOT = WS-ACC-AMOUNT(ACC-NDX)
                       PERFORM P0A-BALANCE-BREAK
                   END-IF
               END-PERFORM
           ELSE
               PERFORM P0A-FILE-NOT-THERE
           END-IF.
           PERFORM P0A-END-RULE.
       P0A-READ-OPENITEM.
           READ OPEN-ITEMS
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
       P0A-POST-ONE-ITEM.
           SET ACC-NDX TO 1
           SEARCH WS-ACCOUNT-ENTRY
               AT END
                   PERFORM P0A-ORPHAN-ITEM-BREAK
               WHEN ACC-NDX > WS-ACCOUNT-COUNT
                   PERFORM P0A-ORPHAN-ITEM-BREAK
               WHEN WS-ACC-ACCOUNT(ACC-NDX) = OI-ACCOUNT-NO
                   ADD OI-AMOUNT TO WS-ACC-ITEMS(ACC-NDX)
           END-SEARCH.
       P0A-ORPHAN-ITEM-BREAK.
           MOVE OI-ACCOUNT-NO TO WS-BREAK-KEY
           MOVE SPACES TO WS-BREAK-DETAIL
           STRING "ITEM " OI-BILL-NO " - NO ACCOUNT"
               DELIMITED BY SIZE INTO WS-BREAK-DETAIL
           MOVE OI-AMOUNT TO WS-BREAK-AMOUNT
           PERFORM P0A-WRITE-BREAK.
       P0A-BALANCE-BREAK.
           MOVE WS-ACC-ACCOUNT(ACC-NDX) TO WS-BREAK-KEY
           MOVE SPACES TO WS-BREAK-DETAIL
           IF  WS-ACC-ITEMS(ACC-NDX) > WS-ACC-AMOUNT(ACC-NDX)
               MOVE "ITEMS EXCEED BM-AMOUNT BY" TO WS-BREAK-DETAIL
               COMPUTE WS-BREAK-AMOUNT =
                   WS-ACC-ITEMS(ACC-NDX) - WS-ACC-AMOUNT(ACC-NDX)
           ELSE
               MOVE "ITEMS SHORT OF BM-AMOUNT BY" TO WS-BREAK-DETAIL
               COMPUTE WS-BREAK-AMOUNT =
                   WS-ACC-AMOUNT(ACC-NDX) - WS-ACC-ITEMS(ACC-NDX)
           END-IF
           PERFORM P0A-WRITE-BREAK.
       P0A-WRITE-SUMMARY.
           MOVE SPACES TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE "SUMMARY BY RULE" TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           PERFORM VARYING WS-RULE-NO FROM 1 BY 1
                   UNTIL WS-RULE-NO > 6
               MOVE WS-RULE-NO               TO SL-RULE-NO
               MOVE WS-RULE-NAME(WS-RULE-NO) TO SL-NAME
               MOVE WS-RULE-BREAKS(WS-RULE-NO) TO SL-BREAKS
               MOVE WS-RULE-AMOUNT(WS-RULE-NO) TO SL-AMOUNT
               MOVE WS-SUMMARY-LINE TO SWEEP-REPORT-RECORD
               IF  WS-RULE-RUN-SW(WS-RULE-NO) NOT = "Y"
                   MOVE "NOT CHECKED" TO SWEEP-REPORT-RECORD(52:)
               END-IF
               WRITE SWEEP-REPORT-RECORD
           END-PERFORM
           MOVE ZERO TO SL-RULE-NO
           MOVE "ALL RULES" TO SL-NAME
           MOVE WS-TOTAL-BREAKS TO SL-BREAKS
           MOVE WS-TOTAL-AMOUNT TO SL-AMOUNT
           MOVE WS-SUMMARY-LINE TO SWEEP-REPORT-RECORD
           MOVE "TOTAL  " TO SWEEP-REPORT-RECORD(1:7)
           WRITE SWEEP-REPORT-RECORD.
       P0A-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT CONTROL-TOTALS
           END-IF.
           MOVE "RISWEEP"        TO CT-PROGRAM-ID.
           MOVE BZ-TIMESTAMP     TO CT-TIMESTAMP.
           MOVE WS-RECORDS-READ  TO CT-RECORDS-READ.
           MOVE WS-TOTAL-BREAKS  TO CT-EXCEPTIONS-LOGGED.
           MOVE ZERO             TO CT-RESOLVED-LOGGED.
           MOVE WS-TOTAL-AMOUNT  TO CT-AMOUNT-TOTAL.
           MOVE ZERO             TO CT-SEQUENCE-ERRORS.
           CALL "RUNID" USING RUNID-PARMS
           MOVE RI-RUN-ID TO CT-RUN-ID
           WRITE CONTROL-TOTALS-RECORD.
           CLOSE CONTROL-TOTALS.
