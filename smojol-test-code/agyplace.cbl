       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AGYPLACE.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * AGYPLACE - month-end placement of hopeless accounts with the
      * collections agency, replacing the clerk who keyed them into
      * the agency's web form. An account is placed when it has run
      * past DUNNING's FINAL tier (60 days overdue) by the AGYPARM
      * number of days (default 30) - judged from its oldest OPEN
      * item, or from the blended master when there is no item
      * file, the way DUNNING judges it - and none of these holds:
      * the account is in DISP dispute (or PAID or CANC), a promise
      * to pay on PROMISE is still standing, a payment plan on
      * PAYPLAN is active or waiting to be set up, or it is already
      * placed. Each account placed goes to the agency's AGYPLCF
      * file (agyplcf.cpy) with its CUSTMSTR name and address and
      * its open items, and onto the AGYREG placement register
      * (status P) so DUNNING stops chasing it; AGYREMIT then posts
      * the agency's collections and recalls the account if the
      * customer pays us directly or disputes. An account with no
      * customer record cannot be placed and is listed on AGYPRPT
      * for the address to be keyed. The new register goes to
      * AGYREGN for the JCL to swap back; a table too small for the
      * month's files ends the step with return code 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "AGYPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BILLMSTR-FILE ASSIGN TO "BILLMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPEN-ITEMS ASSIGN TO "OPENITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PROMISE-FILE ASSIGN TO "PROMISE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PLAN-FILE ASSIGN TO "PAYPLAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PLACEMENT-REG ASSIGN TO "AGYREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PLACEMENT-REG-NEW ASSIGN TO "AGYREGN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PLACEMENT-FILE ASSIGN TO "AGYPLCF"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PLACEMENT-REPORT ASSIGN TO "AGYPRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  AGYPLACE-PARM-FIELDS.
           05  AG-DAYS-PAST-FINAL PIC 9(03).
           05  FILLER             PIC X(77).
       FD  BILLMSTR-FILE.
           COPY "billmstr.cpy".
       FD  OPEN-ITEMS.
           COPY "openitem.cpy".
       FD  CUSTOMER-MASTER.
           COPY "custmstr.cpy".
       FD  PROMISE-FILE.
       01  PROMISE-RECORD.
           05  PP-ACCOUNT-NO      PIC X(10).
           05  PP-PROMISED-AMOUNT PIC 9(07)V99.
           05  PP-PROMISED-DATE   PIC 9(08).
           05  PP-TAKER-ID        PIC X(08).
       FD  PLAN-FILE.
           COPY "payplan.cpy".
       FD  PLACEMENT-REG.
           COPY "agyreg.cpy".
       FD  PLACEMENT-REG-NEW.
       01  PLACEMENT-REG-NEW-REC PIC X(47).
       FD  PLACEMENT-FILE.
           COPY "agyplcf.cpy".
       FD  PLACEMENT-REPORT.
       01  PLACEMENT-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
       01  WS-BILLMSTR-EOF-SW      PIC X VALUE "N".
            88 BILLMSTR-EOF        VALUE "Y".
       01  WS-OPENITEM-EOF-SW      PIC X VALUE "N".
            88 OPENITEM-EOF        VALUE "Y".
       01  WS-CUSTMSTR-EOF-SW      PIC X VALUE "N".
            88 CUSTMSTR-EOF        VALUE "Y".
       01  WS-PROMISE-EOF-SW       PIC X VALUE "N".
            88 PROMISE-EOF         VALUE "Y".
       01  WS-PLAN-EOF-SW          PIC X VALUE "N".
            88 PLAN-EOF            VALUE "Y".
       01  WS-REG-EOF-SW           PIC X VALUE "N".
            88 REG-EOF             VALUE "Y".
       01  WS-ITEMS-PRESENT-SW     PIC X VALUE "N".
            88 ITEMS-PRESENT       VALUE "Y".
       01  WS-FOUND-SW             PIC X VALUE "N".
            88 ENTRY-FOUND         VALUE "Y".
       01  WS-EXCLUDED-SW          PIC X VALUE "N".
            88 ACCOUNT-EXCLUDED    VALUE "Y".
       01  WS-TABLE-FULL-SW        PIC X VALUE "N".
            88 TABLE-FULL          VALUE "Y".
       01  WS-FINAL-TIER-DAYS      PIC 9(03) VALUE 60.
       01  WS-DAYS-PAST-FINAL      PIC 9(03) VALUE 30.
       01  WS-PLACE-AFTER-DAYS     PIC 9(05) VALUE ZERO.
       01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(02) VALUE ZERO.
       01  WS-ACCT-ITEM-SUM        PIC 9(09)V99 VALUE ZERO.
       01  WS-ACCT-OLDEST-DUE      PIC 9(08) VALUE ZERO.
       01  WS-DAYS-OVERDUE         PIC S9(05) VALUE ZERO.
       01  WS-ACCOUNTS-READ        PIC 9(07) VALUE ZERO.
       01  WS-ACCOUNTS-PLACED      PIC 9(07) VALUE ZERO.
       01  WS-ITEMS-PLACED         PIC 9(07) VALUE ZERO.
       01  WS-PLACED-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-NO-ADDRESS           PIC 9(07) VALUE ZERO.
       01  WS-HELD-BY-PROMISE      PIC 9(07) VALUE ZERO.
       01  WS-HELD-BY-PLAN         PIC 9(07) VALUE ZERO.
       01  WS-ITEM-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ITEM-NDX.
               10  WS-ITM-ACCOUNT PIC X(10).
               10  WS-ITM-BILL    PIC X(06).
               10  WS-ITM-AMOUNT  PIC 9(07)V99.
               10  WS-ITM-DUE     PIC 9(08).
               10  WS-ITM-STATUS  PIC X(04).
       01  WS-CUST-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CUST-NDX.
               10  WS-CUST-ACCOUNT PIC X(10).
               10  WS-CUST-NAME    PIC X(30).
               10  WS-CUST-ADDR-1  PIC X(30).
               10  WS-CUST-ADDR-2  PIC X(30).
               10  WS-CUST-POSTAL  PIC X(10).
       01  WS-PROMISE-COUNT        PIC 9(04) COMP VALUE 0.
       01  WS-PROMISE-TABLE.
           05  WS-PROMISE-ENTRY OCCURS 500 TIMES
                   INDEXED BY PROM-NDX.
               10  WS-PROM-ACCOUNT PIC X(10).
               10  WS-PROM-DATE    PIC 9(08).
       01  WS-PLAN-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PLAN-NDX.
               10  WS-PLAN-ACCOUNT PIC X(10).
       01  WS-REG-COUNT            PIC 9(04) COMP VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 2000 TIMES
                   INDEXED BY REG-NDX.
               10  WS-REG-RECORD  PIC X(47).
       01  WS-HEADING-LINE.
           05  FILLER  PIC X(32)
                   VALUE "COLLECTIONS AGENCY PLACEMENTS   ".
           05  HL-DATE PIC 9(08).
           05  FILLER  PIC X(23)
                   VALUE "   PLACING PAST DAYS:  ".
           05  HL-DAYS PIC ZZZZ9.
       01  WS-DETAIL-LINE.
           05  DL-EVENT     PIC X(10).
           05  FILLER       PIC X(01).
           05  DL-ACCOUNT   PIC X(10).
           05  FILLER       PIC X(01).
           05  DL-BALANCE   PIC ZZZZZZ9.99.
           05  FILLER       PIC X(01).
           05  DL-DAYS      PIC ZZZZ9.
           05  FILLER       PIC X(02).
           05  DL-NOTE      PIC X(30).
       01  WS-TOTAL-LINE.
           05  FILLER       PIC X(07) VALUE "PLACED ".
           05  TL-PLACED    PIC ZZZZZ9.
           05  FILLER       PIC X(07) VALUE " ITEMS ".
           05  TL-ITEMS     PIC ZZZZZ9.
           05  FILLER       PIC X(05) VALUE " FOR ".
           05  TL-AMOUNT    PIC ZZZZZZZZZ9.99.
           05  FILLER       PIC X(13) VALUE "  NO ADDRESS ".
           05  TL-NO-ADDR   PIC ZZZZ9.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "AGYPLACE" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-BUSINESS-DATE TO WS-RUN-DATE.
           PERFORM P0A-READ-PARM-CARD.
           COMPUTE WS-PLACE-AFTER-DAYS =
               WS-FINAL-TIER-DAYS + WS-DAYS-PAST-FINAL.
           PERFORM P0A-LOAD-OPEN-ITEMS.
           PERFORM P0A-LOAD-CUSTOMER-MASTER.
           PERFORM P0A-LOAD-PROMISES.
           PERFORM P0A-LOAD-PLANS.
           PERFORM P0A-LOAD-REGISTER.
           OPEN OUTPUT PLACEMENT-FILE.
           OPEN OUTPUT PLACEMENT-REPORT.
           MOVE WS-RUN-DATE         TO HL-DATE.
           MOVE WS-PLACE-AFTER-DAYS TO HL-DAYS.
           MOVE WS-HEADING-LINE TO PLACEMENT-REPORT-RECORD.
           WRITE PLACEMENT-REPORT-RECORD.
           OPEN INPUT BILLMSTR-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-BILLMSTR
               PERFORM UNTIL BILLMSTR-EOF
                   PERFORM P0A-CONSIDER-ONE-ACCOUNT
                   PERFORM P0A-READ-BILLMSTR
               END-PERFORM
               CLOSE BILLMSTR-FILE
           END-IF.
           MOVE SPACES               TO AGENCY-TRAILER-RECORD.
           MOVE "T"                  TO AT-RECORD-TYPE.
           MOVE WS-ACCOUNTS-PLACED   TO AT-ACCOUNT-COUNT.
           MOVE WS-ITEMS-PLACED      TO AT-ITEM-COUNT.
           MOVE WS-PLACED-TOTAL      TO AT-PLACED-TOTAL.
           WRITE AGENCY-TRAILER-RECORD.
           CLOSE PLACEMENT-FILE.
           MOVE WS-ACCOUNTS-PLACED TO TL-PLACED.
           MOVE WS-ITEMS-PLACED    TO TL-ITEMS.
           MOVE WS-PLACED-TOTAL    TO TL-AMOUNT.
           MOVE WS-NO-ADDRESS      TO TL-NO-ADDR.
           MOVE WS-TOTAL-LINE TO PLACEMENT-REPORT-RECORD.
           WRITE PLACEMENT-REPORT-RECORD.
           CLOSE PLACEMENT-REPORT.
           PERFORM P0A-WRITE-REGISTER.
           IF  TABLE-FULL
               MOVE 4 TO WS-STEP-RC
           END-IF.
           DISPLAY "AGYPLACE ACCOUNTS=" WS-ACCOUNTS-READ
               " PLACED=" WS-ACCOUNTS-PLACED
               " FOR " WS-PLACED-TOTAL
               " NO ADDRESS=" WS-NO-ADDRESS.
           DISPLAY "AGYPLACE HELD BACK BY PROMISE=" WS-HELD-BY-PROMISE
               " BY PLAN=" WS-HELD-BY-PLAN.
           MOVE "AGYPLACE" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           MOVE WS-STEP-RC TO RETURN-CODE
           GOBACK.
       P0A-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF  FS-SUCCESS
               READ PARM-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF  AG-DAYS-PAST-FINAL NUMERIC
                       AND AG-DAYS-PAST-FINAL > ZERO
                           MOVE AG-DAYS-PAST-FINAL
                               TO WS-DAYS-PAST-FINAL
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
       P0A-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEMS.
           IF  FS-SUCCESS
               SET ITEMS-PRESENT TO TRUE
               PERFORM P0A-READ-OPEN-ITEM
               PERFORM UNTIL OPENITEM-EOF
                   IF  WS-ITEM-COUNT < 5000
                       ADD 1 TO WS-ITEM-COUNT
                       SET ITEM-NDX TO WS-ITEM-COUNT
                       MOVE OI-ACCOUNT-NO
                           TO WS-ITM-ACCOUNT(ITEM-NDX)
                       MOVE OI-BILL-NO
                           TO WS-ITM-BILL(ITEM-NDX)
                       MOVE OI-AMOUNT
                           TO WS-ITM-AMOUNT(ITEM-NDX)
                       MOVE OI-DUE-DATE
                           TO WS-ITM-DUE(ITEM-NDX)
                       MOVE OI-STATUS
                           TO WS-ITM-STATUS(ITEM-NDX)
                   ELSE
                       SET TABLE-FULL TO TRUE
                   END-IF
                   PERFORM P0A-READ-OPEN-ITEM
               END-PERFORM
               CLOSE OPEN-ITEMS
           END-IF.
       P0A-READ-OPEN-ITEM.
           READ OPEN-ITEMS
               AT END
                   SET OPENITEM-EOF TO TRUE
           END-READ.
       P0A-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-CUSTOMER
               PERFORM UNTIL CUSTMSTR-EOF
                   IF  WS-CUST-COUNT < 5000
                       ADD 1 TO WS-CUST-COUNT
                       SET CUST-NDX TO WS-CUST-COUNT
                       MOVE CU-ACCOUNT-NO
                           TO WS-CUST-ACCOUNT(CUST-NDX)
                       MOVE CU-NAME
                           TO WS-CUST-NAME(CUST-NDX)
                       MOVE CU-ADDR-1
                           TO WS-CUST-ADDR-1(CUST-NDX)
                       MOVE CU-ADDR-2
                           TO WS-CUST-ADDR-2(CUST-NDX)
                       MOVE CU-POSTAL-CODE
                           TO WS-CUST-POSTAL(CUST-NDX)
                   ELSE
                       SET TABLE-FULL TO TRUE
                   END-IF
                   PERFORM P0A-READ-CUSTOMER
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF.
       P0A-READ-CUSTOMER.
           READ CUSTOMER-MASTER
               AT END
                   SET CUSTMSTR-EOF TO TRUE
           END-READ.
      * Only a promise still standing holds an account back - a
      * broken promise is exactly the account the agency is for.
       P0A-LOAD-PROMISES.
           OPEN INPUT PROMISE-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-PROMISE
               PERFORM UNTIL PROMISE-EOF
                   IF  PP-PROMISED-DATE >= WS-RUN-DATE
                       IF  WS-PROMISE-COUNT < 500
                           ADD 1 TO WS-PROMISE-COUNT
                           SET PROM-NDX TO WS-PROMISE-COUNT
                           MOVE PP-ACCOUNT-NO
                               TO WS-PROM-ACCOUNT(PROM-NDX)
                           MOVE PP-PROMISED-DATE
                               TO WS-PROM-DATE(PROM-NDX)
                       ELSE
                           SET TABLE-FULL TO TRUE
                       END-IF
                   END-IF
                   PERFORM P0A-READ-PROMISE
               END-PERFORM
               CLOSE PROMISE-FILE
           END-IF.
       P0A-READ-PROMISE.
           READ PROMISE-FILE
               AT END
                   SET PROMISE-EOF TO TRUE
           END-READ.
      * A plan that is running, or keyed and waiting for tonight's
      * PAYPLAN to set it up, holds the account back.
       P0A-LOAD-PLANS.
           OPEN INPUT PLAN-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-PLAN
               PERFORM UNTIL PLAN-EOF
                   IF  PN-STAT-ACTIVE OR PN-STAT-NEW
                       IF  WS-PLAN-COUNT < 2000
                           ADD 1 TO WS-PLAN-COUNT
                           SET PLAN-NDX TO WS-PLAN-COUNT
                           MOVE PN-ACCOUNT-NO
                               TO WS-PLAN-ACCOUNT(PLAN-NDX)
                       ELSE
                           SET TABLE-FULL TO TRUE
                       END-IF
                   END-IF
                   PERFORM P0A-READ-PLAN
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.
       P0A-READ-PLAN.
           READ PLAN-FILE
               AT END
                   SET PLAN-EOF TO TRUE
           END-READ.
       P0A-LOAD-REGISTER.
           OPEN INPUT PLACEMENT-REG.
           IF  FS-SUCCESS
               PERFORM P0A-READ-REGISTER
               PERFORM UNTIL REG-EOF
                   IF  WS-REG-COUNT < 2000
                       ADD 1 TO WS-REG-COUNT
                       SET REG-NDX TO WS-REG-COUNT
                       MOVE AGENCY-PLACEMENT-RECORD
                           TO WS-REG-RECORD(REG-NDX)
                   ELSE
                       SET TABLE-FULL TO TRUE
                   END-IF
                   PERFORM P0A-READ-REGISTER
               END-PERFORM
               CLOSE PLACEMENT-REG
           END-IF.
       P0A-READ-REGISTER.
           READ PLACEMENT-REG
               AT END
                   SET REG-EOF TO TRUE
           END-READ.
       P0A-READ-BILLMSTR.
           READ BILLMSTR-FILE
               AT END
                   SET BILLMSTR-EOF TO TRUE
           END-READ.
       P0A-CONSIDER-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE "N" TO WS-EXCLUDED-SW
           IF  ITEMS-PRESENT
               PERFORM P0A-SUM-ACCOUNT-ITEMS
           ELSE
               MOVE BM-AMOUNT   TO WS-ACCT-ITEM-SUM
               MOVE BM-DUE-DATE TO WS-ACCT-OLDEST-DUE
           END-IF
           MOVE ZERO TO WS-DAYS-OVERDUE
           IF  BILL-STAT-DISPUTED
               OR BILL-STAT-PAID
               OR BILL-STAT-CANCELLED
               OR WS-ACCT-ITEM-SUM = ZERO
               OR WS-ACCT-OLDEST-DUE = ZERO
               SET ACCOUNT-EXCLUDED TO TRUE
           ELSE
               COMPUTE WS-DAYS-OVERDUE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-ACCT-OLDEST-DUE)
               IF  WS-DAYS-OVERDUE <= WS-PLACE-AFTER-DAYS
                   SET ACCOUNT-EXCLUDED TO TRUE
               END-IF
           END-IF
           IF  NOT ACCOUNT-EXCLUDED
               PERFORM P0A-CHECK-ALREADY-PLACED
           END-IF
           IF  NOT ACCOUNT-EXCLUDED
               PERFORM P0A-CHECK-PROMISE-AND-PLAN
           END-IF
           IF  NOT ACCOUNT-EXCLUDED
               PERFORM P0A-PLACE-ONE-ACCOUNT
           END-IF.
       P0A-SUM-ACCOUNT-ITEMS.
           MOVE ZERO TO WS-ACCT-ITEM-SUM
           MOVE ZERO TO WS-ACCT-OLDEST-DUE
           PERFORM VARYING ITEM-NDX FROM 1 BY 1
                   UNTIL ITEM-NDX > WS-ITEM-COUNT
               IF  WS-ITM-ACCOUNT(ITEM-NDX) = BM-ACCOUNT-NO
                AND WS-ITM-STATUS(ITEM-NDX) = "OPEN"
                AND WS-ITM-AMOUNT(ITEM-NDX) > ZERO
                   ADD WS-ITM-AMOUNT(ITEM-NDX) TO WS-ACCT-ITEM-SUM
                   IF  WS-ACCT-OLDEST-DUE = ZERO
                    OR WS-ITM-DUE(ITEM-NDX) < WS-ACCT-OLDEST-DUE
                       MOVE WS-ITM-DUE(ITEM-NDX)
                           TO WS-ACCT-OLDEST-DUE
                   END-IF
               END-IF
           END-PERFORM.
       P0A-CHECK-ALREADY-PLACED.
           MOVE "N" TO WS-FOUND-SW
           PERFORM P0A-FIND-REGISTER-ENTRY
           IF  ENTRY-FOUND AND AP-STAT-PLACED
               SET ACCOUNT-EXCLUDED TO TRUE
           END-IF.
       P0A-FIND-REGISTER-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING REG-NDX FROM 1 BY 1
                   UNTIL REG-NDX > WS-REG-COUNT
                      OR ENTRY-FOUND
               MOVE WS-REG-RECORD(REG-NDX)
                   TO AGENCY-PLACEMENT-RECORD
               IF  AP-ACCOUNT-NO = BM-ACCOUNT-NO
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF  ENTRY-FOUND
               SET REG-NDX DOWN BY 1
           END-IF.
       P0A-CHECK-PROMISE-AND-PLAN.
           IF  WS-PROMISE-COUNT > ZERO
               SET PROM-NDX TO 1
               SEARCH WS-PROMISE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PROM-ACCOUNT(PROM-NDX) = BM-ACCOUNT-NO
                       SET ACCOUNT-EXCLUDED TO TRUE
                       ADD 1 TO WS-HELD-BY-PROMISE
               END-SEARCH
           END-IF
           IF  NOT ACCOUNT-EXCLUDED AND WS-PLAN-COUNT > ZERO
               SET PLAN-NDX TO 1
               SEARCH WS-PLAN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PLAN-ACCOUNT(PLAN-NDX) = BM-ACCOUNT-NO
                       SET ACCOUNT-EXCLUDED TO TRUE
                       ADD 1 TO WS-HELD-BY-PLAN
               END-SEARCH
           END-IF.
      * The agency cannot chase an account it has no address for -
      * that one is listed for the customer record to be keyed and
      * comes up again next month.
       P0A-PLACE-ONE-ACCOUNT.
           MOVE SPACES           TO WS-DETAIL-LINE
           MOVE BM-ACCOUNT-NO    TO DL-ACCOUNT
           MOVE WS-ACCT-ITEM-SUM TO DL-BALANCE
           MOVE WS-DAYS-OVERDUE  TO DL-DAYS
           MOVE "N" TO WS-FOUND-SW
           IF  WS-CUST-COUNT > ZERO
               SET CUST-NDX TO 1
               SEARCH WS-CUST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CUST-ACCOUNT(CUST-NDX) = BM-ACCOUNT-NO
                       SET ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF  NOT ENTRY-FOUND
               ADD 1 TO WS-NO-ADDRESS
               MOVE "NOT PLACED" TO DL-EVENT
               MOVE "NO CUSTOMER NAME AND ADDRESS" TO DL-NOTE
           ELSE
               MOVE SPACES                   TO AGENCY-ACCOUNT-RECORD
               MOVE "A"                      TO AA-RECORD-TYPE
               MOVE BM-ACCOUNT-NO            TO AA-ACCOUNT-NO
               MOVE WS-CUST-NAME(CUST-NDX)   TO AA-NAME
               MOVE WS-CUST-ADDR-1(CUST-NDX) TO AA-ADDR-1
               MOVE WS-CUST-ADDR-2(CUST-NDX) TO AA-ADDR-2
               MOVE WS-CUST-POSTAL(CUST-NDX) TO AA-POSTAL-CODE
               MOVE WS-ACCT-ITEM-SUM         TO AA-BALANCE
               MOVE WS-ACCT-OLDEST-DUE       TO AA-OLDEST-DUE
               MOVE WS-DAYS-OVERDUE          TO AA-DAYS-OVERDUE
               WRITE AGENCY-ACCOUNT-RECORD
               PERFORM P0A-WRITE-ACCOUNT-ITEMS
               PERFORM P0A-REGISTER-PLACEMENT
               ADD 1 TO WS-ACCOUNTS-PLACED
               ADD WS-ACCT-ITEM-SUM TO WS-PLACED-TOTAL
               MOVE "PLACED" TO DL-EVENT
               MOVE WS-CUST-NAME(CUST-NDX) TO DL-NOTE
           END-IF
           MOVE WS-DETAIL-LINE TO PLACEMENT-REPORT-RECORD
           WRITE PLACEMENT-REPORT-RECORD.
      * With no item file the blended balance goes as one item
      * under the master due date.
       P0A-WRITE-ACCOUNT-ITEMS.
           IF  ITEMS-PRESENT
               PERFORM VARYING ITEM-NDX FROM 1 BY 1
                       UNTIL ITEM-NDX > WS-ITEM-COUNT
                   IF  WS-ITM-ACCOUNT(ITEM-NDX) = BM-ACCOUNT-NO
                    AND WS-ITM-STATUS(ITEM-NDX) = "OPEN"
                    AND WS-ITM-AMOUNT(ITEM-NDX) > ZERO
                       MOVE SPACES TO AGENCY-ITEM-RECORD
                       MOVE "I"    TO AI-RECORD-TYPE
                       MOVE BM-ACCOUNT-NO TO AI-ACCOUNT-NO
                       MOVE WS-ITM-BILL(ITEM-NDX)   TO AI-BILL-NO
                       MOVE WS-ITM-AMOUNT(ITEM-NDX) TO AI-AMOUNT
                       MOVE WS-ITM-DUE(ITEM-NDX)    TO AI-DUE-DATE
                       WRITE AGENCY-ITEM-RECORD
                       ADD 1 TO WS-ITEMS-PLACED
                   END-IF
               END-PERFORM
           ELSE
               MOVE SPACES        TO AGENCY-ITEM-RECORD
               MOVE "I"           TO AI-RECORD-TYPE
               MOVE BM-ACCOUNT-NO TO AI-ACCOUNT-NO
               MOVE BM-AMOUNT     TO AI-AMOUNT
               MOVE BM-DUE-DATE   TO AI-DUE-DATE
               WRITE AGENCY-ITEM-RECORD
               ADD 1 TO WS-ITEMS-PLACED
           END-IF.
      * A recalled or closed placement for the account is replaced
      * by the new one.
       P0A-REGISTER-PLACEMENT.
           PERFORM P0A-FIND-REGISTER-ENTRY
           IF  NOT ENTRY-FOUND
               IF  WS-REG-COUNT < 2000
                   ADD 1 TO WS-REG-COUNT
                   SET REG-NDX TO WS-REG-COUNT
                   SET ENTRY-FOUND TO TRUE
               ELSE
                   SET TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF  ENTRY-FOUND
               MOVE BM-ACCOUNT-NO    TO AP-ACCOUNT-NO
               MOVE WS-RUN-DATE      TO AP-PLACED-DATE
               MOVE WS-ACCT-ITEM-SUM TO AP-PLACED-AMOUNT
               MOVE ZERO             TO AP-COLLECTED
               SET AP-STAT-PLACED    TO TRUE
               MOVE WS-RUN-DATE      TO AP-STATUS-DATE
               MOVE SPACES           TO AP-RECALL-REASON
               MOVE AGENCY-PLACEMENT-RECORD
                   TO WS-REG-RECORD(REG-NDX)
           END-IF.
       P0A-WRITE-REGISTER.
           OPEN OUTPUT PLACEMENT-REG-NEW.
           PERFORM VARYING REG-NDX FROM 1 BY 1
                   UNTIL REG-NDX > WS-REG-COUNT
               MOVE WS-REG-RECORD(REG-NDX) TO PLACEMENT-REG-NEW-REC
               WRITE PLACEMENT-REG-NEW-REC
           END-PERFORM.
           CLOSE PLACEMENT-REG-NEW.
