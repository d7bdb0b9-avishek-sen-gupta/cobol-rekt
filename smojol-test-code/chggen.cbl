      * open item per charge with a generated bill number, writes
      * the charge register with its control-totals record, and
      * rejects unknown accounts to BMREJ in the BILLMNT reject
      * convention. Each register line carries the amount billed
      * and the customer credit netted off the charge, so the
      * receivables journal can post the full charge as revenue.
      * Each charged account is read by key from the billing-master
      * KSDS and rewritten in place - the cluster is the master of
      * record, so the online inquiry sees the charge as soon as
      * the step has run. A charge whose account is not on the
      * cluster is rejected as before; a cluster that will not open
      * stops the step with return code 12 before anything is
      * billed, and a failed rewrite ends it with 8.
      * Credit control: a charge for an account on credit hold on
      * the customer master, or one that would take the account's
      * balance over its credit limit, is not raised - it is parked
      * on the pending-charges file (chgpend.cpy) with the reason,
      * and every parked charge is offered again the next night
      * ahead of the new feed, so it bills as soon as the hold is
      * lifted or the balance comes down. The new pending file goes
      * to CHGPENDN for the JCL to swap back. Parked charges count
      * as exceptions on the control-totals record, so charges read
      * less exceptions is still the register's line count.
      * Usage charges: a feed line can carry a quantity instead of
      * an amount. CHGGEN prices it against the TARIFF file
      * (tariff.cpy) - the tariff for the charge code in force on
      * the service date, the whole quantity at the unit price of
      * the tier it falls in. A line whose code has no tariff, whose
      * tariffs have all expired or not yet started, whose quantity
      * is above the top tier, or which carries both an amount and
      * a quantity is rejected to BMREJ. A parked usage charge keeps
      * the price it was rated at. Every register line shows the
      * quantity, unit price and tier - a flat charge as one unit at
      * its amount, tier zero.
      * A customer credit with a refund out for payment on the
      * REFRREG register (status S) is not netted: REFREL has sent
      * it to the customer and REFPAID consumes it once paid.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGES-FEED ASSIGN TO "CHGFEED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TARIFF-FILE ASSIGN TO "TARIFF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BILLMSTR-VSAM ASSIGN TO "BILLVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY BM-ACCOUNT-NO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT OPEN-ITEMS ASSIGN TO "OPENITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BILLING-CREDITS-NEW ASSIGN TO "BILLCRDN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REFUND-REGISTER ASSIGN TO "REFRREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PENDING-CHARGES ASSIGN TO "CHGPEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PENDING-CHARGES-NEW ASSIGN TO "CHGPENDN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CHARGE-REGISTER ASSIGN TO "CHGREG"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REJECT-OUT ASSIGN TO "BMREJ"
           05  CF-CHARGE-CODE     PIC X(04).
           05  CF-AMOUNT          PIC 9(07)V99.
           05  CF-SERVICE-DATE    PIC 9(08).
           05  CF-QUANTITY        PIC 9(07)V99.
       FD  TARIFF-FILE.
           COPY "tariff.cpy".
       FD  BILLMSTR-VSAM.
           COPY "billmstr.cpy".
       FD  OPEN-ITEMS.
           COPY "openitem.cpy".
       FD  BILLING-CREDITS.
           05  BC-FIRST-SEEN      PIC 9(08).
       FD  BILLING-CREDITS-NEW.
       01  BILLING-CREDIT-NEW-REC PIC X(35).
       FD  REFUND-REGISTER.
           COPY "refrreg.cpy".
       FD  CUSTOMER-MASTER.
           COPY "custmstr.cpy".
       FD  PENDING-CHARGES.
           COPY "chgpend.cpy".
       FD  PENDING-CHARGES-NEW.
       01  CHARGE-PENDING-NEW-REC PIC X(62).
       FD  CHARGE-REGISTER.
       01  CHARGE-REGISTER-RECORD.
           05  CR-ACCOUNT-NO      PIC X(10).
           05  CR-SERVICE-DATE    PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CR-DUE-DATE        PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CR-CREDIT-NETTED   PIC 9(07)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CR-QUANTITY        PIC 9(07)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CR-UNIT-PRICE      PIC 9(07)V9(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CR-TIER            PIC 9(01).
       FD  REJECT-OUT.
       01  BM-REJECT-RECORD.
           05  BR-REASON          PIC X(30).
           COPY "tstamp.cpy".
       01  WS-FEED-EOF-SW          PIC X VALUE "N".
            88 FEED-EOF            VALUE "Y".
       01  WS-VSAM-STATUS          PIC XX.
       01  WS-MASTER-ERRORS        PIC 9(05) VALUE ZERO.
       01  WS-CHARGE-SCAN          PIC 9(04) COMP VALUE 0.
       01  NEW-MASTER-RECORD.
           05  NM-ACCOUNT-NO      PIC X(10).
           05  NM-CODE-STAT-DSTR  PIC X(04).
           05  NM-PRIOR-SW        PIC X(01).
           05  NM-AMOUNT          PIC 9(07)V99.
           05  NM-DUE-DATE        PIC 9(08).
       01  WS-TERMS-DAYS           PIC 9(03) VALUE 30.
       01  WS-CHARGES-READ         PIC 9(07) VALUE ZERO.
       01  WS-CHARGES-APPLIED      PIC 9(07) VALUE ZERO.
       01  WS-CHARGES-REJECTED     PIC 9(07) VALUE ZERO.
       01  WS-CHARGES-PARKED       PIC 9(07) VALUE ZERO.
       01  WS-PENDING-READ         PIC 9(07) VALUE ZERO.
       01  WS-PARKED-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-CHARGES-PRICED       PIC 9(07) VALUE ZERO.
       01  WS-TARIFF-EOF-SW        PIC X VALUE "N".
            88 TARIFF-EOF          VALUE "Y".
       01  WS-TARIFF-READ          PIC 9(07) VALUE ZERO.
       01  WS-TARIFF-BAD           PIC 9(07) VALUE ZERO.
       01  WS-TARIFF-TRUNC-SW      PIC X VALUE "N".
            88 TARIFF-TRUNCATED    VALUE "Y".
       01  WS-TRF-COUNT            PIC 9(04) COMP VALUE 0.
       01  WS-TARIFF-TABLE.
           05  WS-TRF-ENTRY OCCURS 500 TIMES
                   INDEXED BY TRF-NDX.
               10  WS-TRF-CODE    PIC X(04).
               10  WS-TRF-FROM    PIC 9(08).
               10  WS-TRF-TO      PIC 9(08).
               10  WS-TRF-TIER OCCURS 5 TIMES.
                   15  WS-TRF-UPTO  PIC 9(07)V99.
                   15  WS-TRF-PRICE PIC 9(07)V9(04).
       01  WS-PRICE-SUB            PIC 9(04) COMP VALUE 0.
       01  WS-PRICE-FROM           PIC 9(08) VALUE ZERO.
       01  WS-TIER-SUB             PIC 9(01) VALUE ZERO.
       01  WS-CODE-FOUND-SW        PIC X VALUE "N".
            88 CODE-ON-TARIFF      VALUE "Y".
       01  WS-PENDING-EOF-SW       PIC X VALUE "N".
            88 PENDING-EOF         VALUE "Y".
       01  WS-CUSTMSTR-EOF-SW      PIC X VALUE "N".
            88 CUSTMSTR-EOF        VALUE "Y".
       01  WS-PARK-REASON          PIC X(02) VALUE SPACES.
       01  WS-ACCT-LIMIT           PIC 9(07)V99 VALUE ZERO.
       01  WS-ACCT-HOLD            PIC X(01) VALUE SPACE.
       01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
       01  WS-CUST-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CUST-NDX.
               10  WS-CUST-ACCOUNT PIC X(10).
               10  WS-CUST-LIMIT   PIC 9(07)V99.
               10  WS-CUST-HOLD    PIC X(01).
       01  WS-CHARGE-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-BILL-SEQ             PIC 9(05) VALUE ZERO.
       01  WS-BILL-SEQ-SCAN        PIC 9(05) VALUE ZERO.
            88 BILLCRED-EOF        VALUE "Y".
       01  WS-CREDIT-NETTED        PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDIT-DRAW          PIC 9(07)V99 VALUE ZERO.
       01  WS-REFREG-EOF-SW        PIC X VALUE "N".
            88 REFREG-EOF          VALUE "Y".
       01  WS-CREDITS-HELD         PIC 9(07) VALUE ZERO.
       01  WS-LOAD-RECS-READ       PIC 9(07) VALUE ZERO.
       01  WS-LOAD-TRUNC-SW        PIC X VALUE "N".
            88 LOAD-TRUNCATED      VALUE "Y".
               10  WS-CRED-AMOUNT  PIC 9(07)V99.
               10  WS-CRED-PAYDATE PIC 9(08).
               10  WS-CRED-FIRST   PIC 9(08).
               10  WS-CRED-HELD-SW PIC X(01).
       01  WS-CHARGE-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-CHARGE-TABLE.
           05  WS-CHARGE-ENTRY OCCURS 2000 TIMES
               10  WS-CHG-AMOUNT  PIC 9(07)V99.
               10  WS-CHG-SVCDATE PIC 9(08).
               10  WS-CHG-USED-SW PIC X(01).
               10  WS-CHG-PARKED  PIC 9(08).
               10  WS-CHG-REASON  PIC X(02).
               10  WS-CHG-QUANTITY PIC 9(07)V99.
               10  WS-CHG-UNIT-PRICE PIC 9(07)V9(04).
               10  WS-CHG-TIER    PIC 9(01).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP
           MOVE BZ-BUSINESS-DATE TO WS-RUN-DATE.
           PERFORM P0A-READ-PARM-CARD.
           PERFORM P0A-SEED-BILL-SEQUENCE.
           PERFORM P0A-LOAD-CUSTOMER-CREDIT.
           PERFORM P0A-LOAD-TARIFF.
      * A tariff past the cap would reject every usage line priced
      * off the entries dropped - stop before any charge is raised.
           IF  TARIFF-TRUNCATED
               DISPLAY "CHGGEN ABORT - TARIFF LOAD TRUNCATED"
                   " - NOTHING BILLED"
               MOVE 12 TO RETURN-CODE
               MOVE "CHGGEN" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           PERFORM P0A-LOAD-PENDING-CHARGES.
           PERFORM P0A-LOAD-CHARGES.
           PERFORM P0A-LOAD-BILLING-CREDITS.
           PERFORM P0A-HOLD-REFUND-CREDITS.
      * A customer credit past the cap would be dropped by the
      * BILLCRDN rewrite - stop before any charge is raised.
           IF  LOAD-TRUNCATED
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           OPEN I-O BILLMSTR-VSAM.
           IF  WS-VSAM-STATUS NOT = "00"
               DISPLAY "CHGGEN ABORT - BILLVSAM OPEN STATUS="
                   WS-VSAM-STATUS " - NOTHING BILLED"
               MOVE 12 TO RETURN-CODE
               MOVE "CHGGEN" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           OPEN OUTPUT CHARGE-REGISTER.
           OPEN EXTEND REJECT-OUT.
           IF  NOT FS-SUCCESS
           IF  NOT FS-SUCCESS
               OPEN OUTPUT OPEN-ITEMS
           END-IF.
           PERFORM VARYING WS-CHARGE-SCAN FROM 1 BY 1
                   UNTIL WS-CHARGE-SCAN > WS-CHARGE-COUNT
               IF  WS-CHG-USED-SW(WS-CHARGE-SCAN) = "N"
                   PERFORM P0A-READ-CHARGED-ACCOUNT
               END-IF
           END-PERFORM.
           CLOSE BILLMSTR-VSAM.
           CLOSE OPEN-ITEMS.
           PERFORM P0A-REJECT-UNPRICED-CHARGES.
           PERFORM P0A-REJECT-UNKNOWN-ACCOUNTS.
           PERFORM P0A-WRITE-PENDING-CHARGES.
           PERFORM P0A-WRITE-BILLING-CREDITS.
           CLOSE CHARGE-REGISTER.
           CLOSE REJECT-OUT.
               " APPLIED=" WS-CHARGES-APPLIED
               " REJECTED=" WS-CHARGES-REJECTED
               " FOR " WS-CHARGE-TOTAL.
           DISPLAY "CHGGEN CREDIT NETTED=" WS-CREDIT-NETTED
               " HELD FOR REFUND=" WS-CREDITS-HELD.
           DISPLAY "CHGGEN PARKED=" WS-CHARGES-PARKED
               " FOR " WS-PARKED-TOTAL
               " (RETRIED FROM PENDING=" WS-PENDING-READ ")".
           DISPLAY "CHGGEN PRICED FROM TARIFF=" WS-CHARGES-PRICED
               " TARIFF ROWS=" WS-TARIFF-READ
               " REJECTED ROWS=" WS-TARIFF-BAD.
           MOVE "CHGGEN" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           IF  WS-MASTER-ERRORS > ZERO
               DISPLAY "CHGGEN " WS-MASTER-ERRORS
                   " MASTER UPDATES FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       P0A-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
                       MOVE CF-SERVICE-DATE
                           TO WS-CHG-SVCDATE(CHG-NDX)
                       MOVE "N" TO WS-CHG-USED-SW(CHG-NDX)
                       MOVE ZERO TO WS-CHG-PARKED(CHG-NDX)
                       MOVE SPACES TO WS-CHG-REASON(CHG-NDX)
                       PERFORM P0A-RATE-ONE-CHARGE
                   END-IF
                   PERFORM P0A-READ-CHARGE
               END-PERFORM
               CLOSE CHARGES-FEED
           END-IF.
      * A flat charge is one unit at its amount, tier zero. A
      * usage line - quantity given, amount zero - is priced off
      * the tariff in force on its service date; one that cannot
      * be priced is marked rejected (X) with the reason.
       P0A-RATE-ONE-CHARGE.
           IF  CF-QUANTITY NOT NUMERIC
               MOVE ZERO TO CF-QUANTITY
           END-IF
           IF  CF-QUANTITY = ZERO
               MOVE 1 TO WS-CHG-QUANTITY(CHG-NDX)
               MOVE CF-AMOUNT TO WS-CHG-UNIT-PRICE(CHG-NDX)
               MOVE ZERO TO WS-CHG-TIER(CHG-NDX)
           ELSE
               MOVE CF-QUANTITY TO WS-CHG-QUANTITY(CHG-NDX)
               MOVE ZERO TO WS-CHG-UNIT-PRICE(CHG-NDX)
               MOVE ZERO TO WS-CHG-TIER(CHG-NDX)
               IF  CF-AMOUNT NOT = ZERO
                   MOVE "BQ" TO WS-CHG-REASON(CHG-NDX)
               ELSE
                   PERFORM P0A-PRICE-FROM-TARIFF
               END-IF
               IF  WS-CHG-REASON(CHG-NDX) = SPACES
                   ADD 1 TO WS-CHARGES-PRICED
               ELSE
                   MOVE "X" TO WS-CHG-USED-SW(CHG-NDX)
               END-IF
           END-IF.
      * Of the tariffs for the code in force on the service date the
      * latest to take effect wins, so a new price can be loaded
      * over an open-ended one without closing it first.
       P0A-PRICE-FROM-TARIFF.
           MOVE "N"  TO WS-CODE-FOUND-SW
           MOVE ZERO TO WS-PRICE-SUB
           MOVE ZERO TO WS-PRICE-FROM
           PERFORM VARYING TRF-NDX FROM 1 BY 1
                   UNTIL TRF-NDX > WS-TRF-COUNT
               IF  WS-TRF-CODE(TRF-NDX) = WS-CHG-CODE(CHG-NDX)
                   SET CODE-ON-TARIFF TO TRUE
                   IF  WS-TRF-FROM(TRF-NDX)
                           NOT > WS-CHG-SVCDATE(CHG-NDX)
                       AND (WS-TRF-TO(TRF-NDX) = ZERO
                        OR  WS-TRF-TO(TRF-NDX)
                               NOT < WS-CHG-SVCDATE(CHG-NDX))
                       AND WS-TRF-FROM(TRF-NDX) NOT < WS-PRICE-FROM
                       MOVE WS-TRF-FROM(TRF-NDX) TO WS-PRICE-FROM
                       SET WS-PRICE-SUB TO TRF-NDX
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT CODE-ON-TARIFF
                   MOVE "UC" TO WS-CHG-REASON(CHG-NDX)
               WHEN WS-PRICE-SUB = ZERO
                   MOVE "NT" TO WS-CHG-REASON(CHG-NDX)
               WHEN OTHER
                   PERFORM P0A-PRICE-FROM-TIER
           END-EVALUATE.
      * A tier with neither an upper quantity nor a price is unused;
      * a zero upper quantity on a priced tier has no upper bound.
       P0A-PRICE-FROM-TIER.
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > 5
                      OR WS-CHG-TIER(CHG-NDX) > ZERO
               IF  WS-TRF-UPTO(WS-PRICE-SUB, WS-TIER-SUB) > ZERO
                   OR WS-TRF-PRICE(WS-PRICE-SUB, WS-TIER-SUB) > ZERO
                   IF  WS-TRF-UPTO(WS-PRICE-SUB, WS-TIER-SUB) = ZERO
                       OR WS-CHG-QUANTITY(CHG-NDX)
                           NOT > WS-TRF-UPTO(WS-PRICE-SUB, WS-TIER-SUB)
                       MOVE WS-TIER-SUB TO WS-CHG-TIER(CHG-NDX)
                       MOVE WS-TRF-PRICE(WS-PRICE-SUB, WS-TIER-SUB)
                           TO WS-CHG-UNIT-PRICE(CHG-NDX)
                   END-IF
               END-IF
           END-PERFORM
           IF  WS-CHG-TIER(CHG-NDX) = ZERO
               MOVE "QT" TO WS-CHG-REASON(CHG-NDX)
           ELSE
               COMPUTE WS-CHG-AMOUNT(CHG-NDX) ROUNDED =
                   WS-CHG-QUANTITY(CHG-NDX)
                       * WS-CHG-UNIT-PRICE(CHG-NDX)
                   ON SIZE ERROR
                       MOVE "SZ" TO WS-CHG-REASON(CHG-NDX)
               END-COMPUTE
           END-IF.
      * Tariff rows with a bad date range or non-numeric tiers are
      * left out and counted, so a code whose only rows are bad
      * rejects its usage lines rather than pricing them wrongly.
       P0A-LOAD-TARIFF.
           MOVE ZERO TO WS-LOAD-RECS-READ.
           OPEN INPUT TARIFF-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-TARIFF
               PERFORM UNTIL TARIFF-EOF
                   ADD 1 TO WS-TARIFF-READ
                   IF  TF-EFFECTIVE-FROM NOT NUMERIC
                       OR TF-EFFECTIVE-FROM = ZERO
                       OR TF-EFFECTIVE-TO NOT NUMERIC
                       OR TARIFF-RECORD(21:100) NOT NUMERIC
                       OR (TF-EFFECTIVE-TO NOT = ZERO
                           AND TF-EFFECTIVE-TO < TF-EFFECTIVE-FROM)
                       ADD 1 TO WS-TARIFF-BAD
                       DISPLAY "CHGGEN TARIFF ROW REJECTED - CODE="
                           TF-CHARGE-CODE
                           " FROM=" TF-EFFECTIVE-FROM
                   ELSE
                       ADD 1 TO WS-LOAD-RECS-READ
                       IF  WS-TRF-COUNT < 500
                           ADD 1 TO WS-TRF-COUNT
                           SET TRF-NDX TO WS-TRF-COUNT
                           MOVE TARIFF-RECORD
                               TO WS-TRF-ENTRY(TRF-NDX)
                       END-IF
                   END-IF
                   PERFORM P0A-READ-TARIFF
               END-PERFORM
               CLOSE TARIFF-FILE
               IF  WS-LOAD-RECS-READ > WS-TRF-COUNT
                   SET TARIFF-TRUNCATED TO TRUE
                   DISPLAY "TARIFF LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-TRF-COUNT
               END-IF
           END-IF.
       P0A-READ-TARIFF.
           READ TARIFF-FILE
               AT END
                   SET TARIFF-EOF TO TRUE
           END-READ.
      * Credit limit and hold per account off the customer master.
      * An account with no customer record, or no limit, is billed
      * as before.
       P0A-LOAD-CUSTOMER-CREDIT.
           OPEN INPUT CUSTOMER-MASTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-CUSTOMER
               PERFORM UNTIL CUSTMSTR-EOF
                   IF  WS-CUST-COUNT < 5000
                       ADD 1 TO WS-CUST-COUNT
                       SET CUST-NDX TO WS-CUST-COUNT
                       MOVE CU-ACCOUNT-NO
                           TO WS-CUST-ACCOUNT(CUST-NDX)
                       MOVE ZERO TO WS-CUST-LIMIT(CUST-NDX)
                       IF  CU-CREDIT-LIMIT IS NUMERIC
                           MOVE CU-CREDIT-LIMIT
                               TO WS-CUST-LIMIT(CUST-NDX)
                       END-IF
                       MOVE SPACE TO WS-CUST-HOLD(CUST-NDX)
                       IF  CU-HOLD-MANUAL OR CU-HOLD-PAST-DUE
                           MOVE CU-CREDIT-HOLD
                               TO WS-CUST-HOLD(CUST-NDX)
                       END-IF
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
      * Charges parked on earlier nights go into the table first so
      * the oldest work gets first call on the account's headroom.
      * They count as charges read - each is offered again tonight.
       P0A-LOAD-PENDING-CHARGES.
           OPEN INPUT PENDING-CHARGES.
           IF  FS-SUCCESS
               PERFORM P0A-READ-PENDING-CHARGE
               PERFORM UNTIL PENDING-EOF
                   IF  WS-CHARGE-COUNT < 2000
                       ADD 1 TO WS-CHARGE-COUNT
                       SET CHG-NDX TO WS-CHARGE-COUNT
                       MOVE PC-ACCOUNT-NO
                           TO WS-CHG-ACCOUNT(CHG-NDX)
                       MOVE PC-CHARGE-CODE
                           TO WS-CHG-CODE(CHG-NDX)
                       MOVE PC-AMOUNT
                           TO WS-CHG-AMOUNT(CHG-NDX)
                       MOVE PC-SERVICE-DATE
                           TO WS-CHG-SVCDATE(CHG-NDX)
                       MOVE "N" TO WS-CHG-USED-SW(CHG-NDX)
                       MOVE PC-PARKED-DATE
                           TO WS-CHG-PARKED(CHG-NDX)
                       MOVE PC-REASON
                           TO WS-CHG-REASON(CHG-NDX)
                       IF  PC-QUANTITY NUMERIC
                           AND PC-QUANTITY > ZERO
                           AND PC-UNIT-PRICE NUMERIC
                           AND PC-TIER NUMERIC
                           MOVE PC-QUANTITY
                               TO WS-CHG-QUANTITY(CHG-NDX)
                           MOVE PC-UNIT-PRICE
                               TO WS-CHG-UNIT-PRICE(CHG-NDX)
                           MOVE PC-TIER
                               TO WS-CHG-TIER(CHG-NDX)
                       ELSE
                           MOVE 1 TO WS-CHG-QUANTITY(CHG-NDX)
                           MOVE PC-AMOUNT
                               TO WS-CHG-UNIT-PRICE(CHG-NDX)
                           MOVE ZERO TO WS-CHG-TIER(CHG-NDX)
                       END-IF
                   END-IF
                   PERFORM P0A-READ-PENDING-CHARGE
               END-PERFORM
               CLOSE PENDING-CHARGES
           END-IF.
       P0A-READ-PENDING-CHARGE.
           READ PENDING-CHARGES
               AT END
                   SET PENDING-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CHARGES-READ
                   ADD 1 TO WS-PENDING-READ
           END-READ.
       P0A-READ-CHARGE.
           READ CHARGES-FEED
               AT END
               NOT AT END
                   ADD 1 TO WS-CHARGES-READ
           END-READ.
      * The first unbilled charge for an account brings the account
      * in by key; P0A-BILL-ONE-ACCOUNT then takes every charge for
      * it, so later charges for the same account are no longer
      * "N" when the scan reaches them. An account not on the
      * cluster leaves its charges "N" for the unknown-account
      * reject.
       P0A-READ-CHARGED-ACCOUNT.
           MOVE WS-CHG-ACCOUNT(WS-CHARGE-SCAN) TO BM-ACCOUNT-NO
           READ BILLMSTR-VSAM
           EVALUATE WS-VSAM-STATUS
               WHEN "00"
                   PERFORM P0A-BILL-ONE-ACCOUNT
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-MASTER-ERRORS
                   DISPLAY "CHGGEN READ FAILED KEY=" BM-ACCOUNT-NO
                       " STATUS=" WS-VSAM-STATUS
           END-EVALUATE.
       P0A-BILL-ONE-ACCOUNT.
           MOVE BM-ACCOUNT-NO           TO NM-ACCOUNT-NO
           MOVE BILLMSTR-CODE-STAT-DSTR TO NM-CODE-STAT-DSTR
           MOVE BM-PRIOR-EXCEPTION-SW   TO NM-PRIOR-SW
           MOVE BM-AMOUNT               TO NM-AMOUNT
           MOVE BM-DUE-DATE             TO NM-DUE-DATE
           PERFORM P0A-FIND-ACCOUNT-CREDIT
           PERFORM VARYING CHG-NDX FROM 1 BY 1
                   UNTIL CHG-NDX > WS-CHARGE-COUNT
               IF  WS-CHG-ACCOUNT(CHG-NDX) = BM-ACCOUNT-NO
                   AND WS-CHG-USED-SW(CHG-NDX) = "N"
                   PERFORM P0A-CHECK-CHARGE-CREDIT
                   IF  WS-PARK-REASON = SPACES
                       PERFORM P0A-APPLY-ONE-CHARGE
                   ELSE
                       PERFORM P0A-PARK-ONE-CHARGE
                   END-IF
               END-IF
           END-PERFORM
           IF  NEW-MASTER-RECORD NOT = BILLMSTR-RECORD
               PERFORM P0A-REWRITE-MASTER
           END-IF.
       P0A-REWRITE-MASTER.
           MOVE NEW-MASTER-RECORD TO BILLMSTR-RECORD
           REWRITE BILLMSTR-RECORD
           IF  WS-VSAM-STATUS NOT = "00"
               ADD 1 TO WS-MASTER-ERRORS
               DISPLAY "CHGGEN REWRITE FAILED KEY=" BM-ACCOUNT-NO
                   " STATUS=" WS-VSAM-STATUS
           END-IF.
       P0A-FIND-ACCOUNT-CREDIT.
           MOVE ZERO  TO WS-ACCT-LIMIT
           MOVE SPACE TO WS-ACCT-HOLD
           IF  WS-CUST-COUNT > ZERO
               SET CUST-NDX TO 1
               SEARCH WS-CUST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CUST-ACCOUNT(CUST-NDX) = BM-ACCOUNT-NO
                       MOVE WS-CUST-LIMIT(CUST-NDX) TO WS-ACCT-LIMIT
                       MOVE WS-CUST-HOLD(CUST-NDX)  TO WS-ACCT-HOLD
               END-SEARCH
           END-IF.
      * The whole charge is judged against the limit, before any
      * customer credit is netted off it - credit on account is
      * the customer's money, not extra credit.
       P0A-CHECK-CHARGE-CREDIT.
           MOVE SPACES TO WS-PARK-REASON
           IF  WS-ACCT-HOLD NOT = SPACE
               MOVE "HD" TO WS-PARK-REASON
           ELSE
               IF  WS-ACCT-LIMIT > ZERO
                   AND NM-AMOUNT + WS-CHG-AMOUNT(CHG-NDX)
                       > WS-ACCT-LIMIT
                   MOVE "OL" TO WS-PARK-REASON
               END-IF
           END-IF.
       P0A-PARK-ONE-CHARGE.
           MOVE "P" TO WS-CHG-USED-SW(CHG-NDX)
           MOVE WS-PARK-REASON TO WS-CHG-REASON(CHG-NDX)
           IF  WS-CHG-PARKED(CHG-NDX) = ZERO
               MOVE WS-RUN-DATE TO WS-CHG-PARKED(CHG-NDX)
           END-IF
           ADD 1 TO WS-CHARGES-PARKED
           ADD WS-CHG-AMOUNT(CHG-NDX) TO WS-PARKED-TOTAL.
       P0A-APPLY-ONE-CHARGE.
           MOVE "Y" TO WS-CHG-USED-SW(CHG-NDX)
           ADD 1 TO WS-CHARGES-APPLIED
           MOVE ZERO TO WS-CREDIT-DRAW
           PERFORM P0A-NET-ACCOUNT-CREDIT
           ADD WS-CHG-AMOUNT(CHG-NDX) TO WS-CHARGE-TOTAL
           ADD WS-CHG-AMOUNT(CHG-NDX) TO NM-AMOUNT
           MOVE WS-CHG-AMOUNT(CHG-NDX)  TO CR-AMOUNT
           MOVE WS-CHG-SVCDATE(CHG-NDX) TO CR-SERVICE-DATE
           MOVE DC-RESULT-DATE          TO CR-DUE-DATE
           MOVE WS-CREDIT-DRAW          TO CR-CREDIT-NETTED
           MOVE WS-CHG-QUANTITY(CHG-NDX)   TO CR-QUANTITY
           MOVE WS-CHG-UNIT-PRICE(CHG-NDX) TO CR-UNIT-PRICE
           MOVE WS-CHG-TIER(CHG-NDX)       TO CR-TIER
           WRITE CHARGE-REGISTER-RECORD.
      * Credit-on-account from over-payments eats the new charge
      * before it ever bills - the automatic netting that keeps a
                   CONTINUE
               WHEN WS-CRED-ACCOUNT(CRED-NDX) = BM-ACCOUNT-NO
                AND WS-CRED-AMOUNT(CRED-NDX) > ZERO
                AND WS-CRED-HELD-SW(CRED-NDX) = "N"
                   IF  WS-CRED-AMOUNT(CRED-NDX) >=
                           WS-CHG-AMOUNT(CHG-NDX)
                       MOVE WS-CHG-AMOUNT(CHG-NDX)
                           TO WS-CRED-PAYDATE(CRED-NDX)
                       MOVE BC-FIRST-SEEN
                           TO WS-CRED-FIRST(CRED-NDX)
                       MOVE "N" TO WS-CRED-HELD-SW(CRED-NDX)
                   END-IF
                   PERFORM P0A-READ-BILLING-CREDIT
               END-PERFORM
                       " STORED=" WS-CRED-COUNT
               END-IF
           END-IF.
      * A refund sent and not yet paid holds its credit out of the
      * netting - the money is already on its way to the customer.
       P0A-HOLD-REFUND-CREDITS.
           OPEN INPUT REFUND-REGISTER.
           IF  FS-SUCCESS
               PERFORM UNTIL REFREG-EOF
                   READ REFUND-REGISTER
                       AT END
                           SET REFREG-EOF TO TRUE
                       NOT AT END
                           IF  RR-STAT-SENT
                               PERFORM P0A-HOLD-ONE-CREDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-REGISTER
           END-IF.
       P0A-HOLD-ONE-CREDIT.
           PERFORM VARYING CRED-NDX FROM 1 BY 1
                   UNTIL CRED-NDX > WS-CRED-COUNT
               IF  WS-CRED-ACCOUNT(CRED-NDX) = RR-ACCOUNT-NO
                AND WS-CRED-PAYDATE(CRED-NDX) = RR-PAYMENT-DATE
                AND WS-CRED-HELD-SW(CRED-NDX) = "N"
                   MOVE "Y" TO WS-CRED-HELD-SW(CRED-NDX)
                   ADD 1 TO WS-CREDITS-HELD
               END-IF
           END-PERFORM.
       P0A-READ-BILLING-CREDIT.
           READ BILLING-CREDITS
               AT END
               END-IF
           END-PERFORM.
           CLOSE BILLING-CREDITS-NEW.
       P0A-REJECT-UNPRICED-CHARGES.
           PERFORM VARYING CHG-NDX FROM 1 BY 1
                   UNTIL CHG-NDX > WS-CHARGE-COUNT
               IF  WS-CHG-USED-SW(CHG-NDX) = "X"
                   ADD 1 TO WS-CHARGES-REJECTED
                   EVALUATE WS-CHG-REASON(CHG-NDX)
                       WHEN "UC"
                           MOVE "CHARGE CODE NOT ON TARIFF"
                               TO BR-REASON
                       WHEN "NT"
                           MOVE "NO TARIFF IN FORCE ON SVC DATE"
                               TO BR-REASON
                       WHEN "QT"
                           MOVE "QUANTITY ABOVE TOP TARIFF TIER"
                               TO BR-REASON
                       WHEN "BQ"
                           MOVE "BOTH AMOUNT AND QUANTITY GIVEN"
                               TO BR-REASON
                       WHEN OTHER
                           MOVE "PRICED AMOUNT TOO LARGE"
                               TO BR-REASON
                   END-EVALUATE
                   MOVE "G"                     TO BR-ACTION
                   MOVE WS-CHG-ACCOUNT(CHG-NDX) TO BR-ACCOUNT-NO
                   WRITE BM-REJECT-RECORD
               END-IF
           END-PERFORM.
       P0A-REJECT-UNKNOWN-ACCOUNTS.
           PERFORM VARYING CHG-NDX FROM 1 BY 1
                   UNTIL CHG-NDX > WS-CHARGE-COUNT
                   WRITE BM-REJECT-RECORD
               END-IF
           END-PERFORM.
       P0A-WRITE-PENDING-CHARGES.
           OPEN OUTPUT PENDING-CHARGES-NEW.
           PERFORM VARYING CHG-NDX FROM 1 BY 1
                   UNTIL CHG-NDX > WS-CHARGE-COUNT
               IF  WS-CHG-USED-SW(CHG-NDX) = "P"
                   MOVE WS-CHG-ACCOUNT(CHG-NDX) TO PC-ACCOUNT-NO
                   MOVE WS-CHG-CODE(CHG-NDX)    TO PC-CHARGE-CODE
                   MOVE WS-CHG-AMOUNT(CHG-NDX)  TO PC-AMOUNT
                   MOVE WS-CHG-SVCDATE(CHG-NDX) TO PC-SERVICE-DATE
                   MOVE WS-CHG-PARKED(CHG-NDX)  TO PC-PARKED-DATE
                   MOVE WS-CHG-REASON(CHG-NDX)  TO PC-REASON
                   MOVE WS-CHG-QUANTITY(CHG-NDX)   TO PC-QUANTITY
                   MOVE WS-CHG-UNIT-PRICE(CHG-NDX) TO PC-UNIT-PRICE
                   MOVE WS-CHG-TIER(CHG-NDX)       TO PC-TIER
                   MOVE CHARGE-PENDING-RECORD
                       TO CHARGE-PENDING-NEW-REC
                   WRITE CHARGE-PENDING-NEW-REC
               END-IF
           END-PERFORM.
           CLOSE PENDING-CHARGES-NEW.
       P0A-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF  NOT FS-SUCCESS
           MOVE "CHGGEN  "           TO CT-PROGRAM-ID.
           MOVE WS-TIMESTAMP         TO CT-TIMESTAMP.
           MOVE WS-CHARGES-READ      TO CT-RECORDS-READ.
           COMPUTE CT-EXCEPTIONS-LOGGED =
               WS-CHARGES-REJECTED + WS-CHARGES-PARKED.
           MOVE WS-CHARGES-APPLIED   TO CT-RESOLVED-LOGGED.
           MOVE WS-CHARGE-TOTAL      TO CT-AMOUNT-TOTAL.
           MOVE ZERO                 TO CT-SEQUENCE-ERRORS.
