       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CREDEXP.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * CREDEXP - nightly credit-exposure report and automatic
      * past-due credit hold, run ahead of CHGGEN so tonight's
      * charges are judged against tonight's holds. Walks the
      * customer master (CUSTMSTR) and sets each account's balance
      * off the billing master against the credit limit sales
      * agreed, printing the limit, the credit still available (or
      * the amount over) and how many days the account is past due
      * to CREDRPT. Days past due come from the oldest OPEN item
      * when OPENITEM is present - an item out for direct debit is
      * not past due while the bank has it - and from the blended
      * master due date when it is not, the way DUNNING judges an
      * account. An account that has run the CRDPARM threshold
      * (default 90 days) or more past due is put on an automatic
      * hold (A); an automatic hold is lifted again once the account
      * is back inside the threshold. A manual hold keyed through
      * CUSTMNT is never touched here, and a disputed account is
      * not put on hold while the dispute is open. Every hold placed
      * or lifted is written to CUAUDIT under the program's name so
      * it shows up with the keyed changes. The updated master goes
      * to CUSTMSTN for the JCL to swap back; a billing master too
      * big for the table ends the step with return code 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "CRDPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OLD-CUSTOMER ASSIGN TO "CUSTMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NEW-CUSTOMER ASSIGN TO "CUSTMSTN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BILLMSTR-FILE ASSIGN TO "BILLMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPEN-ITEMS ASSIGN TO "OPENITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "CUAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CREDIT-REPORT ASSIGN TO "CREDRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  CREDEXP-PARM-FIELDS.
           05  CP-HOLD-DAYS       PIC 9(03).
           05  FILLER             PIC X(77).
       FD  OLD-CUSTOMER.
           COPY "custmstr.cpy".
       FD  NEW-CUSTOMER.
       01  NEW-CUSTOMER-RECORD   PIC X(128).
       FD  BILLMSTR-FILE.
           COPY "billmstr.cpy".
       FD  OPEN-ITEMS.
           COPY "openitem.cpy".
       FD  AUDIT-OUT.
       01  CU-AUDIT-RECORD.
           05  CA-TIMESTAMP       PIC X(14).
           05  FILLER             PIC X(01).
           05  CA-ACTION          PIC X(01).
           05  FILLER             PIC X(01).
           05  CA-ACCOUNT-NO      PIC X(10).
           05  FILLER             PIC X(01).
           05  CA-BEFORE-NAME     PIC X(30).
           05  FILLER             PIC X(01).
           05  CA-AFTER-NAME      PIC X(30).
           05  FILLER             PIC X(01).
           05  CA-KEYED-BY        PIC X(08).
           05  FILLER             PIC X(01).
           05  CA-BEFORE-LIMIT    PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  CA-AFTER-LIMIT     PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  CA-BEFORE-HOLD     PIC X(01).
           05  FILLER             PIC X(01).
           05  CA-AFTER-HOLD      PIC X(01).
       FD  CREDIT-REPORT.
       01  CREDIT-REPORT-RECORD  PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "tstamp.cpy".
       01  WS-CUSTOMER-EOF-SW      PIC X VALUE "N".
            88 CUSTOMER-EOF        VALUE "Y".
       01  WS-BILLMSTR-EOF-SW      PIC X VALUE "N".
            88 BILLMSTR-EOF        VALUE "Y".
       01  WS-OPENITEM-EOF-SW      PIC X VALUE "N".
            88 OPENITEM-EOF        VALUE "Y".
       01  WS-ITEMS-PRESENT-SW     PIC X VALUE "N".
            88 ITEMS-PRESENT       VALUE "Y".
       01  WS-FOUND-SW             PIC X VALUE "N".
            88 ENTRY-FOUND         VALUE "Y".
       01  WS-TABLE-FULL-SW        PIC X VALUE "N".
            88 TABLE-FULL          VALUE "Y".
       01  WS-HOLD-DAYS            PIC 9(03) VALUE 90.
       01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(02) VALUE ZERO.
       01  WS-ACCT-BALANCE         PIC 9(07)V99 VALUE ZERO.
       01  WS-ACCT-STATUS          PIC X(04) VALUE SPACES.
       01  WS-ACCT-OLDEST-DUE      PIC 9(08) VALUE ZERO.
       01  WS-ACCT-LIMIT           PIC 9(07)V99 VALUE ZERO.
       01  WS-ACCT-AVAILABLE       PIC S9(08)V99 VALUE ZERO.
       01  WS-DAYS-PAST-DUE        PIC S9(05) VALUE ZERO.
       01  WS-HOLD-BEFORE          PIC X(01) VALUE SPACE.
       01  WS-ACCOUNTS-READ        PIC 9(07) VALUE ZERO.
       01  WS-ACCOUNTS-OVER        PIC 9(07) VALUE ZERO.
       01  WS-ACCOUNTS-ON-HOLD     PIC 9(07) VALUE ZERO.
       01  WS-HOLDS-PLACED         PIC 9(07) VALUE ZERO.
       01  WS-HOLDS-RELEASED       PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-BALANCE        PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-LIMIT          PIC 9(11)V99 VALUE ZERO.
       01  WS-TOTAL-OVER           PIC 9(11)V99 VALUE ZERO.
       01  WS-MASTER-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-MASTER-TABLE.
           05  WS-MASTER-ENTRY OCCURS 5000 TIMES
                   INDEXED BY MST-NDX.
               10  WS-MST-ACCOUNT PIC X(10).
               10  WS-MST-STATUS  PIC X(04).
               10  WS-MST-AMOUNT  PIC 9(07)V99.
               10  WS-MST-DUE     PIC 9(08).
       01  WS-ITEM-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ITEM-NDX.
               10  WS-ITM-ACCOUNT PIC X(10).
               10  WS-ITM-AMOUNT  PIC 9(07)V99.
               10  WS-ITM-DUE     PIC 9(08).
               10  WS-ITM-STATUS  PIC X(04).
       01  WS-HEADING-LINE.
           05  FILLER  PIC X(32)
                   VALUE "CREDIT EXPOSURE BY ACCOUNT      ".
           05  HL-DATE PIC 9(08).
           05  FILLER  PIC X(22)
                   VALUE "   HOLD AT DAYS PAST: ".
           05  HL-HOLD-DAYS PIC ZZ9.
       01  WS-COLUMN-LINE.
           05  FILLER  PIC X(33)
                   VALUE "ACCOUNT       BALANCE      LIMIT ".
           05  FILLER  PIC X(33)
                   VALUE "  AVAIL/OVER  DAYS CREDIT STATUS ".
           05  FILLER  PIC X(08)
                   VALUE "ACTION  ".
       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT   PIC X(10).
           05  FILLER       PIC X(01).
           05  DL-BALANCE   PIC ZZZZZZ9.99.
           05  FILLER       PIC X(01).
           05  DL-LIMIT     PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER       PIC X(01).
           05  DL-AVAILABLE PIC -(8)9.99.
           05  DL-AVAILABLE-X REDEFINES DL-AVAILABLE
                            PIC X(12).
           05  FILLER       PIC X(01).
           05  DL-DAYS      PIC ZZZZ9.
           05  FILLER       PIC X(01).
           05  DL-STATUS    PIC X(13).
           05  FILLER       PIC X(01).
           05  DL-ACTION    PIC X(08).
       01  WS-TOTAL-LINE-1.
           05  FILLER       PIC X(09) VALUE "ACCOUNTS ".
           05  TL-ACCOUNTS  PIC ZZZZZ9.
           05  FILLER       PIC X(09) VALUE "  BALANCE".
           05  TL-BALANCE   PIC ZZZZZZZZZ9.99.
           05  FILLER       PIC X(07) VALUE "  LIMIT".
           05  TL-LIMIT     PIC ZZZZZZZZZ9.99.
       01  WS-TOTAL-LINE-2.
           05  FILLER       PIC X(11) VALUE "OVER LIMIT ".
           05  TL-OVER      PIC ZZZZZ9.
           05  FILLER       PIC X(04) VALUE " BY ".
           05  TL-OVER-AMT  PIC ZZZZZZZZZ9.99.
           05  FILLER       PIC X(10) VALUE "  ON HOLD ".
           05  TL-ON-HOLD   PIC ZZZZZ9.
           05  FILLER       PIC X(09) VALUE "  PLACED ".
           05  TL-PLACED    PIC ZZZZ9.
           05  FILLER       PIC X(07) VALUE " LIFTED".
           05  TL-RELEASED  PIC ZZZZ9.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "CREDEXP" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP     TO WS-TIMESTAMP
           MOVE BZ-BUSINESS-DATE TO WS-RUN-DATE.
           PERFORM P0A-READ-PARM-CARD.
           PERFORM P0A-LOAD-MASTER.
           PERFORM P0A-LOAD-OPEN-ITEMS.
           OPEN INPUT OLD-CUSTOMER.
           OPEN OUTPUT NEW-CUSTOMER.
           OPEN EXTEND AUDIT-OUT.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT AUDIT-OUT
           END-IF.
           OPEN OUTPUT CREDIT-REPORT.
           MOVE WS-RUN-DATE  TO HL-DATE.
           MOVE WS-HOLD-DAYS TO HL-HOLD-DAYS.
           MOVE WS-HEADING-LINE TO CREDIT-REPORT-RECORD.
           WRITE CREDIT-REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO CREDIT-REPORT-RECORD.
           WRITE CREDIT-REPORT-RECORD.
           PERFORM P0A-READ-CUSTOMER.
           PERFORM UNTIL CUSTOMER-EOF
               PERFORM P0A-JUDGE-ONE-ACCOUNT
               WRITE NEW-CUSTOMER-RECORD
                   FROM CUSTOMER-MASTER-RECORD
               PERFORM P0A-READ-CUSTOMER
           END-PERFORM.
           MOVE WS-ACCOUNTS-READ    TO TL-ACCOUNTS.
           MOVE WS-TOTAL-BALANCE    TO TL-BALANCE.
           MOVE WS-TOTAL-LIMIT      TO TL-LIMIT.
           MOVE WS-TOTAL-LINE-1 TO CREDIT-REPORT-RECORD.
           WRITE CREDIT-REPORT-RECORD.
           MOVE WS-ACCOUNTS-OVER    TO TL-OVER.
           MOVE WS-TOTAL-OVER       TO TL-OVER-AMT.
           MOVE WS-ACCOUNTS-ON-HOLD TO TL-ON-HOLD.
           MOVE WS-HOLDS-PLACED     TO TL-PLACED.
           MOVE WS-HOLDS-RELEASED   TO TL-RELEASED.
           MOVE WS-TOTAL-LINE-2 TO CREDIT-REPORT-RECORD.
           WRITE CREDIT-REPORT-RECORD.
           CLOSE OLD-CUSTOMER.
           CLOSE NEW-CUSTOMER.
           CLOSE AUDIT-OUT.
           CLOSE CREDIT-REPORT.
           IF  TABLE-FULL
               MOVE 4 TO WS-STEP-RC
           END-IF.
           DISPLAY "CREDEXP ACCOUNTS=" WS-ACCOUNTS-READ
               " OVER LIMIT=" WS-ACCOUNTS-OVER
               " ON HOLD=" WS-ACCOUNTS-ON-HOLD
               " PLACED=" WS-HOLDS-PLACED
               " LIFTED=" WS-HOLDS-RELEASED.
           MOVE "CREDEXP" TO TM-PROGRAM-ID
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
                       IF  CP-HOLD-DAYS NUMERIC
                           AND CP-HOLD-DAYS > ZERO
                           MOVE CP-HOLD-DAYS TO WS-HOLD-DAYS
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
       P0A-LOAD-MASTER.
           OPEN INPUT BILLMSTR-FILE.
           PERFORM P0A-READ-BILLMSTR.
           PERFORM UNTIL BILLMSTR-EOF
               IF  WS-MASTER-COUNT < 5000
                   ADD 1 TO WS-MASTER-COUNT
                   SET MST-NDX TO WS-MASTER-COUNT
                   MOVE BM-ACCOUNT-NO TO WS-MST-ACCOUNT(MST-NDX)
                   MOVE BILLMSTR-CODE-STAT-DSTR
                       TO WS-MST-STATUS(MST-NDX)
                   MOVE BM-AMOUNT     TO WS-MST-AMOUNT(MST-NDX)
                   MOVE BM-DUE-DATE   TO WS-MST-DUE(MST-NDX)
               ELSE
                   SET TABLE-FULL TO TRUE
               END-IF
               PERFORM P0A-READ-BILLMSTR
           END-PERFORM.
           CLOSE BILLMSTR-FILE.
       P0A-READ-BILLMSTR.
           READ BILLMSTR-FILE
               AT END
                   SET BILLMSTR-EOF TO TRUE
           END-READ.
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
       P0A-READ-CUSTOMER.
           READ OLD-CUSTOMER
               AT END
                   SET CUSTOMER-EOF TO TRUE
           END-READ.
      * One customer: exposure against limit, days past due, then
      * the automatic hold decision. A record written before the
      * credit fields existed reads as no limit and no hold.
       P0A-JUDGE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-READ
           IF  CU-CREDIT-LIMIT IS NOT NUMERIC
               MOVE ZERO TO CU-CREDIT-LIMIT
           END-IF
           IF  CU-HOLD-DATE IS NOT NUMERIC
               MOVE ZERO TO CU-HOLD-DATE
           END-IF
           IF  NOT CU-HOLD-MANUAL AND NOT CU-HOLD-PAST-DUE
               MOVE SPACE TO CU-CREDIT-HOLD
           END-IF
           MOVE CU-CREDIT-HOLD  TO WS-HOLD-BEFORE
           MOVE CU-CREDIT-LIMIT TO WS-ACCT-LIMIT
           PERFORM P0A-FIND-ACCOUNT-BALANCE
           PERFORM P0A-FIND-DAYS-PAST-DUE
           MOVE SPACES TO WS-DETAIL-LINE
           IF  WS-DAYS-PAST-DUE >= WS-HOLD-DAYS
               IF  CU-NOT-ON-HOLD
                   AND WS-ACCT-STATUS NOT = "DISP"
                   SET CU-HOLD-PAST-DUE TO TRUE
                   MOVE WS-RUN-DATE TO CU-HOLD-DATE
                   ADD 1 TO WS-HOLDS-PLACED
                   MOVE "PLACED" TO DL-ACTION
                   PERFORM P0A-WRITE-AUDIT
               END-IF
           ELSE
               IF  CU-HOLD-PAST-DUE
                   SET CU-NOT-ON-HOLD TO TRUE
                   MOVE WS-RUN-DATE TO CU-HOLD-DATE
                   ADD 1 TO WS-HOLDS-RELEASED
                   MOVE "LIFTED" TO DL-ACTION
                   PERFORM P0A-WRITE-AUDIT
               END-IF
           END-IF
           PERFORM P0A-REPORT-ONE-ACCOUNT.
       P0A-FIND-ACCOUNT-BALANCE.
           MOVE ZERO   TO WS-ACCT-BALANCE
           MOVE ZERO   TO WS-ACCT-OLDEST-DUE
           MOVE SPACES TO WS-ACCT-STATUS
           MOVE "N" TO WS-FOUND-SW
           IF  WS-MASTER-COUNT > ZERO
               SET MST-NDX TO 1
               SEARCH WS-MASTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MST-ACCOUNT(MST-NDX) = CU-ACCOUNT-NO
                       SET ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF  ENTRY-FOUND
               MOVE WS-MST-AMOUNT(MST-NDX) TO WS-ACCT-BALANCE
               MOVE WS-MST-STATUS(MST-NDX) TO WS-ACCT-STATUS
               MOVE WS-MST-DUE(MST-NDX)    TO WS-ACCT-OLDEST-DUE
           END-IF.
      * Paid and cancelled accounts owe nothing past due; otherwise
      * the oldest OPEN item with money on it sets the age.
       P0A-FIND-DAYS-PAST-DUE.
           MOVE ZERO TO WS-DAYS-PAST-DUE
           IF  ITEMS-PRESENT
               MOVE ZERO TO WS-ACCT-OLDEST-DUE
               PERFORM VARYING ITEM-NDX FROM 1 BY 1
                       UNTIL ITEM-NDX > WS-ITEM-COUNT
                   IF  WS-ITM-ACCOUNT(ITEM-NDX) = CU-ACCOUNT-NO
                    AND WS-ITM-STATUS(ITEM-NDX) = "OPEN"
                    AND WS-ITM-AMOUNT(ITEM-NDX) > ZERO
                       IF  WS-ACCT-OLDEST-DUE = ZERO
                        OR WS-ITM-DUE(ITEM-NDX) < WS-ACCT-OLDEST-DUE
                           MOVE WS-ITM-DUE(ITEM-NDX)
                               TO WS-ACCT-OLDEST-DUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF  WS-ACCT-STATUS = "PAID" OR WS-ACCT-STATUS = "CANC"
               OR WS-ACCT-BALANCE = ZERO
               OR WS-ACCT-OLDEST-DUE = ZERO
               CONTINUE
           ELSE
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-ACCT-OLDEST-DUE)
               IF  WS-DAYS-PAST-DUE < ZERO
                   MOVE ZERO TO WS-DAYS-PAST-DUE
               END-IF
           END-IF.
       P0A-REPORT-ONE-ACCOUNT.
           MOVE CU-ACCOUNT-NO    TO DL-ACCOUNT
           MOVE WS-ACCT-BALANCE  TO DL-BALANCE
           MOVE WS-ACCT-LIMIT    TO DL-LIMIT
           MOVE WS-DAYS-PAST-DUE TO DL-DAYS
           ADD WS-ACCT-BALANCE TO WS-TOTAL-BALANCE
           ADD WS-ACCT-LIMIT   TO WS-TOTAL-LIMIT
           IF  WS-ACCT-LIMIT = ZERO
               MOVE SPACES TO DL-AVAILABLE-X
           ELSE
               COMPUTE WS-ACCT-AVAILABLE =
                   WS-ACCT-LIMIT - WS-ACCT-BALANCE
               MOVE WS-ACCT-AVAILABLE TO DL-AVAILABLE
               IF  WS-ACCT-AVAILABLE < ZERO
                   ADD 1 TO WS-ACCOUNTS-OVER
                   SUBTRACT WS-ACCT-AVAILABLE FROM WS-TOTAL-OVER
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CU-HOLD-MANUAL
                   MOVE "HOLD MANUAL"   TO DL-STATUS
               WHEN CU-HOLD-PAST-DUE
                   MOVE "HOLD PAST DUE" TO DL-STATUS
               WHEN WS-ACCT-LIMIT > ZERO
                AND WS-ACCT-BALANCE > WS-ACCT-LIMIT
                   MOVE "OVER LIMIT"    TO DL-STATUS
               WHEN WS-ACCT-LIMIT = ZERO
                   MOVE "NO LIMIT"      TO DL-STATUS
               WHEN OTHER
                   MOVE "OK"            TO DL-STATUS
           END-EVALUATE
           IF  NOT CU-NOT-ON-HOLD
               ADD 1 TO WS-ACCOUNTS-ON-HOLD
           END-IF
           MOVE WS-DETAIL-LINE TO CREDIT-REPORT-RECORD
           WRITE CREDIT-REPORT-RECORD.
      * A hold placed or lifted here is audited like a keyed change:
      * name unchanged, limit unchanged, hold before and after.
       P0A-WRITE-AUDIT.
           MOVE SPACES          TO CU-AUDIT-RECORD
           MOVE WS-TIMESTAMP    TO CA-TIMESTAMP
           MOVE "C"             TO CA-ACTION
           MOVE CU-ACCOUNT-NO   TO CA-ACCOUNT-NO
           MOVE CU-NAME         TO CA-BEFORE-NAME
           MOVE CU-NAME         TO CA-AFTER-NAME
           MOVE "CREDEXP"       TO CA-KEYED-BY
           MOVE CU-CREDIT-LIMIT TO CA-BEFORE-LIMIT
           MOVE CU-CREDIT-LIMIT TO CA-AFTER-LIMIT
           MOVE WS-HOLD-BEFORE  TO CA-BEFORE-HOLD
           MOVE CU-CREDIT-HOLD  TO CA-AFTER-HOLD
           WRITE CU-AUDIT-RECORD.
