       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ARJRNL.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * ARJRNL - the nightly receivables journal. The AP side has
      * posted to GLPOST every night since the period ledger went
      * in, but CHGGEN raised charges, CASHAPP applied cash and
      * BILLREF extracted refunds with no journal at all, and the
      * accountants rebuilt receivables from the BILLMSTR totals at
      * month end. This step runs straight after cash application
      * and writes tonight's billing activity as a balanced journal
      * in the gljrnl.cpy layout, concatenated into GLPOST's input:
      *   - each charge on the CHGREG register: DR receivables for
      *     what was billed, DR unapplied cash for any customer
      *     credit CHGGEN netted off it, CR revenue for the full
      *     charge - revenue resolved by charge code;
      *   - the cash: DR cash for tonight's bank payments, DR
      *     unapplied cash for last night's suspense rejoining the
      *     pool, CR unapplied cash for the suspense carried out
      *     and the over-payment credits CASHAPP banked tonight, CR
      *     receivables for the rest - the cash that applied;
      *   - refunds: a credit on the BILLREF extract moves from
      *     unapplied cash to refunds payable the first night it is
      *     seen. The REFPOSTD file remembers what has been moved so
      *     the extract, rewritten each month end, never moves it
      *     twice. When CHGGEN later nets such a credit the netted
      *     part moves back to unapplied cash; a moved credit keyed
      *     off BILLCRED without netting has been paid, DR refunds
      *     payable CR cash;
      *   - direct debits: a debit DDCOLL settled tonight is cash
      *     in against receivables, DR cash CR receivables, and a
      *     returned-debit fee it raised is DR receivables CR
      *     revenue under charge code DDRF - both off DDSETL;
      *   - agency collections: AGYREMIT puts the agency's gross
      *     collection on BANKPAY so it applies like any payment,
      *     and the commission the agency kept back comes off cash
      *     as a collection expense, DR AGYCOMM CR cash, off the
      *     AGYCOMM file.
      * Every account is resolved through ACCTMAP, like the invoice
      * run's journal: events ACCTSRCV, REVENUE (or REVNcccc for
      * charge code cccc), CASH, UNAPCASH, REFUNDPY and AGYCOMM.
      * A run with an event unmapped is refused before anything
      * is written, and a journal that does not balance is not
      * written at all.
      * The step's control-totals record carries the charge lines
      * read and the journal debits, so HANDOFF can tie the charge
      * count back to CHGGEN and the journal to the posting run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MAP ASSIGN TO "ACCTMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHARGE-REGISTER ASSIGN TO "CHGREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BANK-PAYMENTS ASSIGN TO "BANKPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SUSPENSE-IN ASSIGN TO "CASHSUSP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SUSPENSE-OUT ASSIGN TO "CASHSUSN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BILLING-CREDITS ASSIGN TO "BILLCRED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REFUND-EXTRACT ASSIGN TO "BILLREFX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REFUNDS-POSTED ASSIGN TO "REFPOSTD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REFUNDS-POSTED-NEW ASSIGN TO "REFPOSTN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DD-SETTLEMENTS ASSIGN TO "DDSETL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AGENCY-COMMISSIONS ASSIGN TO "AGYCOMM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AR-JOURNAL ASSIGN TO "ARJRNL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SUITE-CKPT ASSIGN TO "SUITECKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MAP.
           COPY "acctmap.cpy".
       FD  CHARGE-REGISTER.
       01  CHARGE-REGISTER-RECORD.
           05  CR-ACCOUNT-NO      PIC X(10).
           05  FILLER             PIC X(01).
           05  CR-BILL-NO         PIC X(06).
           05  FILLER             PIC X(01).
           05  CR-CHARGE-CODE     PIC X(04).
           05  FILLER             PIC X(01).
           05  CR-AMOUNT          PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  CR-SERVICE-DATE    PIC 9(08).
           05  FILLER             PIC X(01).
           05  CR-DUE-DATE        PIC 9(08).
           05  FILLER             PIC X(01).
           05  CR-CREDIT-NETTED   PIC 9(07)V99.
           05  FILLER             PIC X(24).
       FD  BANK-PAYMENTS.
       01  BANK-PAYMENT-RECORD.
           05  BP-ACCOUNT-NO      PIC X(10).
           05  BP-PAYMENT-AMOUNT  PIC 9(07)V99.
           05  BP-PAYMENT-DATE    PIC 9(08).
       FD  SUSPENSE-IN.
       01  SUSPENSE-RECORD.
           05  SU-ACCOUNT-NO      PIC X(10).
           05  SU-PAYMENT-AMOUNT  PIC 9(07)V99.
           05  SU-PAYMENT-DATE    PIC 9(08).
           05  SU-FIRST-SEEN      PIC 9(08).
       FD  SUSPENSE-OUT.
       01  SUSPENSE-OUT-RECORD.
           05  SN-ACCOUNT-NO      PIC X(10).
           05  SN-PAYMENT-AMOUNT  PIC 9(07)V99.
           05  SN-PAYMENT-DATE    PIC 9(08).
           05  SN-FIRST-SEEN      PIC 9(08).
       FD  BILLING-CREDITS.
       01  BILLING-CREDIT-RECORD.
           05  BC-ACCOUNT-NO      PIC X(10).
           05  BC-CREDIT-AMOUNT   PIC 9(07)V99.
           05  BC-PAYMENT-DATE    PIC 9(08).
           05  BC-FIRST-SEEN      PIC 9(08).
       FD  REFUND-EXTRACT.
       01  REFUND-EXTRACT-RECORD.
           05  RX-ACCOUNT-NO      PIC X(10).
           05  RX-REFUND-AMOUNT   PIC 9(07)V99.
           05  RX-PAYMENT-DATE    PIC 9(08).
           05  RX-AGE-DAYS        PIC 9(05).
       FD  REFUNDS-POSTED.
       01  REFUND-POSTED-RECORD.
           05  RP-ACCOUNT-NO      PIC X(10).
           05  RP-PAYMENT-DATE    PIC 9(08).
           05  RP-AMOUNT          PIC 9(07)V99.
           05  RP-POSTED-DATE     PIC 9(08).
       FD  REFUNDS-POSTED-NEW.
       01  REFUND-POSTED-NEW-REC PIC X(35).
       FD  DD-SETTLEMENTS.
           COPY "ddsetl.cpy".
       FD  AGENCY-COMMISSIONS.
           COPY "agycomm.cpy".
       FD  AR-JOURNAL.
           COPY "gljrnl.cpy".
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       FD  SUITE-CKPT.
           COPY "suitecp.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "tstamp.cpy".
       01  WS-INPUT-EOF-SW         PIC X VALUE "N".
            88 INPUT-EOF           VALUE "Y".
       01  WS-SUITE-CKPT-EOF-SW    PIC X VALUE "N".
            88 SUITE-CKPT-EOF      VALUE "Y".
       01  WS-STEP-DONE-SW         PIC X VALUE "N".
            88 STEP-ALREADY-DONE   VALUE "Y".
       01  WS-LOAD-TRUNC-SW        PIC X VALUE "N".
            88 LOAD-TRUNCATED      VALUE "Y".
       01  WS-LOAD-RECS-READ       PIC 9(07) VALUE ZERO.
       01  WS-CHARGES-READ         PIC 9(07) VALUE ZERO.
       01  WS-CASH-RECEIVED        PIC 9(13)V99 VALUE ZERO.
       01  WS-SUSPENSE-IN          PIC 9(13)V99 VALUE ZERO.
       01  WS-SUSPENSE-OUT         PIC 9(13)V99 VALUE ZERO.
       01  WS-CREDITS-BANKED       PIC 9(13)V99 VALUE ZERO.
       01  WS-CASH-APPLIED         PIC S9(13)V99 VALUE ZERO.
       01  WS-REFUNDS-MOVED        PIC 9(13)V99 VALUE ZERO.
       01  WS-REFUNDS-PAID         PIC 9(13)V99 VALUE ZERO.
       01  WS-DD-SETTLED           PIC 9(13)V99 VALUE ZERO.
       01  WS-DD-FEES              PIC 9(13)V99 VALUE ZERO.
       01  WS-AGENCY-COMMISSION    PIC 9(13)V99 VALUE ZERO.
       01  WS-REFUNDS-NETTED       PIC 9(13)V99 VALUE ZERO.
       01  WS-GONE-AMOUNT          PIC 9(07)V99 VALUE ZERO.
       01  WS-NETTED-PART          PIC 9(07)V99 VALUE ZERO.
       01  WS-MOVE-AMOUNT          PIC 9(07)V99 VALUE ZERO.
       01  WS-CASH-BROKEN-SW       PIC X VALUE "N".
            88 CASH-BROKEN         VALUE "Y".
       01  WS-STEP-RC              PIC 9(02) VALUE ZERO.
       01  WS-FOUND-SW             PIC X VALUE "N".
            88 ENTRY-FOUND         VALUE "Y".
      * The chart-of-accounts mapping, held and resolved the way
      * the invoice run holds it - the most specific current
      * mapping for company 01 wins.
       01  WS-AMAP-EOF-SW          PIC X VALUE "N".
            88 AMAP-EOF            VALUE "Y".
       01  WS-AMAP-COUNT           PIC 9(03) COMP VALUE 0.
       01  WS-AMAP-TABLE.
           05  WS-AMAP-ENTRY OCCURS 200 TIMES
                   INDEXED BY AMAP-NDX.
               10  WS-AMAP-EVENT    PIC X(08).
               10  WS-AMAP-CLASS    PIC X(02).
               10  WS-AMAP-COMPANY  PIC X(02).
               10  WS-AMAP-ACCOUNT  PIC X(08).
               10  WS-AMAP-FROM     PIC 9(08).
               10  WS-AMAP-TO       PIC 9(08).
       01  WS-AMAP-SCAN-NDX        PIC 9(03) COMP VALUE ZERO.
       01  WS-AMAP-BEST-SCORE      PIC 9(01) VALUE ZERO.
       01  WS-AMAP-THIS-SCORE      PIC 9(01) VALUE ZERO.
       01  WS-AMAP-RESOLVED        PIC X(08) VALUE SPACES.
       01  WS-EVENT-LIST-VALUES.
           05  FILLER PIC X(08) VALUE "ACCTSRCV".
           05  FILLER PIC X(08) VALUE "REVENUE ".
           05  FILLER PIC X(08) VALUE "CASH    ".
           05  FILLER PIC X(08) VALUE "UNAPCASH".
           05  FILLER PIC X(08) VALUE "REFUNDPY".
           05  FILLER PIC X(08) VALUE "AGYCOMM ".
       01  WS-EVENT-LIST REDEFINES WS-EVENT-LIST-VALUES.
           05  WS-EVENT-NAME PIC X(08) OCCURS 6 TIMES.
       01  WS-EVENT-NDX            PIC 9(02) COMP VALUE ZERO.
       01  WS-EVENT-COVERED-SW     PIC X VALUE "N".
            88 EVENT-COVERED       VALUE "Y".
       01  WS-AMAP-BROKEN-SW       PIC X VALUE "N".
            88 AMAP-BROKEN         VALUE "Y".
       01  WS-REVENUE-EVENT.
           05  FILLER              PIC X(04) VALUE "REVN".
           05  WS-REVENUE-CODE     PIC X(04).
       01  WS-JRNL-ACCOUNT         PIC X(08) VALUE SPACES.
       01  WS-JRNL-DRCR            PIC X(02) VALUE SPACES.
       01  WS-JRNL-AMOUNT          PIC 9(11)V99 VALUE ZERO.
       01  WS-JRNL-TOTAL-DR        PIC 9(13)V99 VALUE ZERO.
       01  WS-JRNL-TOTAL-CR        PIC 9(13)V99 VALUE ZERO.
       01  WS-JRNL-LINES           PIC 9(07) VALUE ZERO.
       01  WS-JRNL-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-JRNL-TABLE.
           05  WS-JRNL-ENTRY OCCURS 200 TIMES
                   INDEXED BY JRNL-NDX.
               10  WS-JRNL-ENT-ACCOUNT  PIC X(08).
               10  WS-JRNL-ENT-DRCR     PIC X(02).
               10  WS-JRNL-ENT-AMOUNT   PIC 9(11)V99.
      * Tonight's customer credit netted by CHGGEN, per account -
      * what a refund already moved to refunds payable may have
      * been netted against.
       01  WS-DRAW-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-DRAW-TABLE.
           05  WS-DRAW-ENTRY OCCURS 2000 TIMES
                   INDEXED BY DRAW-NDX.
               10  WS-DRAW-ACCOUNT  PIC X(10).
               10  WS-DRAW-AMOUNT   PIC 9(09)V99.
       01  WS-CRED-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-CRED-TABLE.
           05  WS-CRED-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CRED-NDX.
               10  WS-CRED-ACCOUNT  PIC X(10).
               10  WS-CRED-PAYDATE  PIC 9(08).
               10  WS-CRED-AMOUNT   PIC 9(07)V99.
       01  WS-RPST-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-RPST-TABLE.
           05  WS-RPST-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RPST-NDX.
               10  WS-RPST-ACCOUNT  PIC X(10).
               10  WS-RPST-PAYDATE  PIC 9(08).
               10  WS-RPST-AMOUNT   PIC 9(07)V99.
               10  WS-RPST-POSTED   PIC 9(08).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "ARJRNL" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           PERFORM P0A-CHECK-SUITE-CKPT.
           IF  STEP-ALREADY-DONE
               DISPLAY "ARJRNL ALREADY COMPLETE - SKIPPING ON RESTART"
               GOBACK
           END-IF.
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP.
           PERFORM P0A-LOAD-ACCOUNT-MAP.
           PERFORM P0A-VALIDATE-ACCOUNT-MAP.
           IF  AMAP-BROKEN
               DISPLAY "ARJRNL ABORT - POSTING EVENT WITHOUT A"
                   " CURRENT ACCOUNT MAPPING"
               MOVE "ARJRNL" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM P0A-LOAD-BILLING-CREDITS.
           PERFORM P0A-LOAD-REFUNDS-POSTED.
      * A credit or a moved refund past the table cap would be
      * judged wrongly and dropped from the REFPOSTN rewrite -
      * stop before anything is journaled.
           IF  LOAD-TRUNCATED
               DISPLAY "ARJRNL ABORT - REFERENCE LOAD TRUNCATED"
                   " - NOTHING JOURNALED"
               MOVE "ARJRNL" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM P0A-JOURNAL-CHARGES.
           PERFORM P0A-JOURNAL-CASH.
           PERFORM P0A-JOURNAL-DIRECT-DEBITS.
           PERFORM P0A-JOURNAL-AGENCY-COMMISSION.
           PERFORM P0A-JOURNAL-MOVED-REFUNDS.
           PERFORM P0A-JOURNAL-NEW-REFUNDS.
      * The journal balances or it is not written: the empty file
      * still goes to the GLPOST concatenation and the nonzero
      * RETURN-CODE stops the suite for the accountants.
           OPEN OUTPUT AR-JOURNAL.
           IF  CASH-BROKEN
               DISPLAY "ARJRNL ABORT - CASH DOES NOT PROVE - RECEIVED="
                   WS-CASH-RECEIVED " SUSPENSE IN=" WS-SUSPENSE-IN
                   " OUT=" WS-SUSPENSE-OUT
                   " CREDITS=" WS-CREDITS-BANKED
               MOVE 8 TO WS-STEP-RC
           ELSE
               IF  WS-JRNL-TOTAL-DR NOT = WS-JRNL-TOTAL-CR
                   DISPLAY "ARJRNL ABORT - JOURNAL OUT OF BALANCE DR="
                       WS-JRNL-TOTAL-DR " CR=" WS-JRNL-TOTAL-CR
                   MOVE 8 TO WS-STEP-RC
               ELSE
                   PERFORM P0A-WRITE-JOURNAL
               END-IF
           END-IF.
           CLOSE AR-JOURNAL.
           IF  WS-STEP-RC = ZERO
               PERFORM P0A-WRITE-REFUNDS-POSTED
               PERFORM P0A-WRITE-CONTROL-TOTALS
               PERFORM P0A-WRITE-SUITE-CKPT
           END-IF.
           DISPLAY "ARJRNL CHARGES=" WS-CHARGES-READ
               " CASH=" WS-CASH-RECEIVED
               " APPLIED=" WS-CASH-APPLIED
               " LINES=" WS-JRNL-LINES
               " DR=" WS-JRNL-TOTAL-DR
               " CR=" WS-JRNL-TOTAL-CR.
           DISPLAY "ARJRNL REFUNDS MOVED=" WS-REFUNDS-MOVED
               " NETTED BACK=" WS-REFUNDS-NETTED
               " PAID=" WS-REFUNDS-PAID.
           DISPLAY "ARJRNL DIRECT DEBITS SETTLED=" WS-DD-SETTLED
               " RETURN FEES=" WS-DD-FEES.
           DISPLAY "ARJRNL AGENCY COMMISSION=" WS-AGENCY-COMMISSION.
           MOVE "ARJRNL" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           MOVE WS-STEP-RC TO RETURN-CODE
           GOBACK.
       P0A-LOAD-ACCOUNT-MAP.
           MOVE "N" TO WS-AMAP-EOF-SW.
           OPEN INPUT ACCOUNT-MAP.
           IF  FS-SUCCESS
               PERFORM P0A-READ-ACCOUNT-MAP
               PERFORM UNTIL AMAP-EOF
                   IF  WS-AMAP-COUNT < 200
                       ADD 1 TO WS-AMAP-COUNT
                       SET AMAP-NDX TO WS-AMAP-COUNT
                       MOVE AM-EVENT
                           TO WS-AMAP-EVENT(AMAP-NDX)
                       MOVE AM-VENDOR-CLASS
                           TO WS-AMAP-CLASS(AMAP-NDX)
                       MOVE AM-COMPANY-CODE
                           TO WS-AMAP-COMPANY(AMAP-NDX)
                       MOVE AM-ACCOUNT
                           TO WS-AMAP-ACCOUNT(AMAP-NDX)
                       MOVE AM-EFF-FROM
                           TO WS-AMAP-FROM(AMAP-NDX)
                       MOVE AM-EFF-TO
                           TO WS-AMAP-TO(AMAP-NDX)
                   END-IF
                   PERFORM P0A-READ-ACCOUNT-MAP
               END-PERFORM
               CLOSE ACCOUNT-MAP
           END-IF.
       P0A-READ-ACCOUNT-MAP.
           READ ACCOUNT-MAP
               AT END
                   SET AMAP-EOF TO TRUE
           END-READ.
      * Every event the journal can raise needs a mapping current
      * on the business date. A charge code without its own REVN
      * mapping falls back to the generic REVENUE one, so that is
      * the one that must be there.
       P0A-VALIDATE-ACCOUNT-MAP.
           PERFORM VARYING WS-EVENT-NDX FROM 1 BY 1
                   UNTIL WS-EVENT-NDX > 6
               MOVE "N" TO WS-EVENT-COVERED-SW
               PERFORM VARYING WS-AMAP-SCAN-NDX FROM 1 BY 1
                       UNTIL WS-AMAP-SCAN-NDX > WS-AMAP-COUNT
                   IF  WS-AMAP-EVENT(WS-AMAP-SCAN-NDX)
                           = WS-EVENT-NAME(WS-EVENT-NDX)
                    AND WS-AMAP-FROM(WS-AMAP-SCAN-NDX)
                           <= BZ-BUSINESS-DATE
                    AND WS-AMAP-TO(WS-AMAP-SCAN-NDX)
                           >= BZ-BUSINESS-DATE
                       SET EVENT-COVERED TO TRUE
                   END-IF
               END-PERFORM
               IF  NOT EVENT-COVERED
                   SET AMAP-BROKEN TO TRUE
                   DISPLAY "NO CURRENT ACCTMAP ENTRY FOR EVENT "
                       WS-EVENT-NAME(WS-EVENT-NDX)
               END-IF
           END-PERFORM.
       P0A-LOAD-BILLING-CREDITS.
           MOVE "N"  TO WS-INPUT-EOF-SW.
           MOVE ZERO TO WS-LOAD-RECS-READ.
           OPEN INPUT BILLING-CREDITS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-BILLING-CREDIT
               PERFORM UNTIL INPUT-EOF
                   ADD 1 TO WS-LOAD-RECS-READ
                   IF  BC-FIRST-SEEN = BZ-BUSINESS-DATE
                       ADD BC-CREDIT-AMOUNT TO WS-CREDITS-BANKED
                   END-IF
                   IF  WS-CRED-COUNT < 5000
                       ADD 1 TO WS-CRED-COUNT
                       SET CRED-NDX TO WS-CRED-COUNT
                       MOVE BC-ACCOUNT-NO
                           TO WS-CRED-ACCOUNT(CRED-NDX)
                       MOVE BC-PAYMENT-DATE
                           TO WS-CRED-PAYDATE(CRED-NDX)
                       MOVE BC-CREDIT-AMOUNT
                           TO WS-CRED-AMOUNT(CRED-NDX)
                   END-IF
                   PERFORM P0A-READ-BILLING-CREDIT
               END-PERFORM
               CLOSE BILLING-CREDITS
               IF  WS-LOAD-RECS-READ > WS-CRED-COUNT
                   SET LOAD-TRUNCATED TO TRUE
                   DISPLAY "BILLCRED LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-CRED-COUNT
               END-IF
           END-IF.
       P0A-READ-BILLING-CREDIT.
           READ BILLING-CREDITS
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
       P0A-LOAD-REFUNDS-POSTED.
           MOVE "N"  TO WS-INPUT-EOF-SW.
           MOVE ZERO TO WS-LOAD-RECS-READ.
           OPEN INPUT REFUNDS-POSTED.
           IF  FS-SUCCESS
               PERFORM P0A-READ-REFUND-POSTED
               PERFORM UNTIL INPUT-EOF
                   ADD 1 TO WS-LOAD-RECS-READ
                   IF  WS-RPST-COUNT < 5000
                       ADD 1 TO WS-RPST-COUNT
                       SET RPST-NDX TO WS-RPST-COUNT
                       MOVE RP-ACCOUNT-NO
                           TO WS-RPST-ACCOUNT(RPST-NDX)
                       MOVE RP-PAYMENT-DATE
                           TO WS-RPST-PAYDATE(RPST-NDX)
                       MOVE RP-AMOUNT
                           TO WS-RPST-AMOUNT(RPST-NDX)
                       MOVE RP-POSTED-DATE
                           TO WS-RPST-POSTED(RPST-NDX)
                   END-IF
                   PERFORM P0A-READ-REFUND-POSTED
               END-PERFORM
               CLOSE REFUNDS-POSTED
               IF  WS-LOAD-RECS-READ > WS-RPST-COUNT
                   SET LOAD-TRUNCATED TO TRUE
                   DISPLAY "REFPOSTD LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-RPST-COUNT
               END-IF
           END-IF.
       P0A-READ-REFUND-POSTED.
           READ REFUNDS-POSTED
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
      * One charge: receivables carry what was billed, the netted
      * credit comes out of unapplied cash, revenue takes the lot.
       P0A-JOURNAL-CHARGES.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT CHARGE-REGISTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-CHARGE
               PERFORM UNTIL INPUT-EOF
                   PERFORM P0A-JOURNAL-ONE-CHARGE
                   PERFORM P0A-READ-CHARGE
               END-PERFORM
               CLOSE CHARGE-REGISTER
           END-IF.
       P0A-READ-CHARGE.
           READ CHARGE-REGISTER
               AT END
                   SET INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CHARGES-READ
           END-READ.
       P0A-JOURNAL-ONE-CHARGE.
           IF  CR-CREDIT-NETTED NOT NUMERIC
               MOVE ZERO TO CR-CREDIT-NETTED
           END-IF
           MOVE "ACCTSRCV"   TO WS-JRNL-ACCOUNT
           MOVE "DR"         TO WS-JRNL-DRCR
           MOVE CR-AMOUNT    TO WS-JRNL-AMOUNT
           PERFORM P0A-ADD-JOURNAL-LINE
           MOVE "UNAPCASH"   TO WS-JRNL-ACCOUNT
           MOVE "DR"         TO WS-JRNL-DRCR
           MOVE CR-CREDIT-NETTED TO WS-JRNL-AMOUNT
           PERFORM P0A-ADD-JOURNAL-LINE
           MOVE CR-CHARGE-CODE   TO WS-REVENUE-CODE
           MOVE WS-REVENUE-EVENT TO WS-JRNL-ACCOUNT
           MOVE "CR"         TO WS-JRNL-DRCR
           COMPUTE WS-JRNL-AMOUNT = CR-AMOUNT + CR-CREDIT-NETTED
           PERFORM P0A-ADD-JOURNAL-LINE
           IF  CR-CREDIT-NETTED > ZERO
               PERFORM P0A-NOTE-CREDIT-DRAW
           END-IF.
       P0A-NOTE-CREDIT-DRAW.
           SET DRAW-NDX TO 1
           SEARCH WS-DRAW-ENTRY
               AT END
                   IF  WS-DRAW-COUNT < 2000
                       ADD 1 TO WS-DRAW-COUNT
                       SET DRAW-NDX TO WS-DRAW-COUNT
                       MOVE CR-ACCOUNT-NO
                           TO WS-DRAW-ACCOUNT(DRAW-NDX)
                       MOVE CR-CREDIT-NETTED
                           TO WS-DRAW-AMOUNT(DRAW-NDX)
                   END-IF
               WHEN WS-DRAW-ACCOUNT(DRAW-NDX) = CR-ACCOUNT-NO
                   ADD CR-CREDIT-NETTED TO WS-DRAW-AMOUNT(DRAW-NDX)
           END-SEARCH.
      * The cash proves itself: what the bank paid plus the
      * suspense carried in must cover the suspense carried out
      * and the credits banked tonight - the rest is the cash that
      * applied to receivables. CASHSUSN is the suspense CASHAPP
      * has just written; CASHSUSP is still last night's.
       P0A-JOURNAL-CASH.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT BANK-PAYMENTS.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ BANK-PAYMENTS
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD BP-PAYMENT-AMOUNT TO WS-CASH-RECEIVED
                   END-READ
               END-PERFORM
               CLOSE BANK-PAYMENTS
           END-IF.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT SUSPENSE-IN.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ SUSPENSE-IN
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD SU-PAYMENT-AMOUNT TO WS-SUSPENSE-IN
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-IN
           END-IF.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT SUSPENSE-OUT.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ SUSPENSE-OUT
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD SN-PAYMENT-AMOUNT TO WS-SUSPENSE-OUT
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-OUT
           END-IF.
           COMPUTE WS-CASH-APPLIED =
               WS-CASH-RECEIVED + WS-SUSPENSE-IN
               - WS-SUSPENSE-OUT - WS-CREDITS-BANKED.
           IF  WS-CASH-APPLIED < ZERO
               SET CASH-BROKEN TO TRUE
           ELSE
               MOVE "CASH    "       TO WS-JRNL-ACCOUNT
               MOVE "DR"             TO WS-JRNL-DRCR
               MOVE WS-CASH-RECEIVED TO WS-JRNL-AMOUNT
               PERFORM P0A-ADD-JOURNAL-LINE
               MOVE "UNAPCASH"       TO WS-JRNL-ACCOUNT
               MOVE "DR"             TO WS-JRNL-DRCR
               MOVE WS-SUSPENSE-IN   TO WS-JRNL-AMOUNT
               PERFORM P0A-ADD-JOURNAL-LINE
               MOVE "UNAPCASH"       TO WS-JRNL-ACCOUNT
               MOVE "CR"             TO WS-JRNL-DRCR
               COMPUTE WS-JRNL-AMOUNT =
                   WS-SUSPENSE-OUT + WS-CREDITS-BANKED
               PERFORM P0A-ADD-JOURNAL-LINE
               MOVE "ACCTSRCV"       TO WS-JRNL-ACCOUNT
               MOVE "CR"             TO WS-JRNL-DRCR
               MOVE WS-CASH-APPLIED  TO WS-JRNL-AMOUNT
               PERFORM P0A-ADD-JOURNAL-LINE
           END-IF.
      * Direct-debit cash never passes through BANKPAY, so it is
      * journaled here on its own, off what DDCOLL settled tonight.
       P0A-JOURNAL-DIRECT-DEBITS.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT DD-SETTLEMENTS.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ DD-SETTLEMENTS
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           IF  DS-SETTLED
                               ADD DS-AMOUNT TO WS-DD-SETTLED
                           END-IF
                           IF  DS-RETURN-FEE
                               ADD DS-AMOUNT TO WS-DD-FEES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DD-SETTLEMENTS
           END-IF.
           MOVE "CASH    "       TO WS-JRNL-ACCOUNT.
           MOVE "DR"             TO WS-JRNL-DRCR.
           MOVE WS-DD-SETTLED    TO WS-JRNL-AMOUNT.
           PERFORM P0A-ADD-JOURNAL-LINE.
           MOVE "ACCTSRCV"       TO WS-JRNL-ACCOUNT.
           MOVE "CR"             TO WS-JRNL-DRCR.
           MOVE WS-DD-SETTLED    TO WS-JRNL-AMOUNT.
           PERFORM P0A-ADD-JOURNAL-LINE.
           MOVE "ACCTSRCV"       TO WS-JRNL-ACCOUNT.
           MOVE "DR"             TO WS-JRNL-DRCR.
           MOVE WS-DD-FEES       TO WS-JRNL-AMOUNT.
           PERFORM P0A-ADD-JOURNAL-LINE.
           MOVE "DDRF"           TO WS-REVENUE-CODE.
           MOVE WS-REVENUE-EVENT TO WS-JRNL-ACCOUNT.
           MOVE "CR"             TO WS-JRNL-DRCR.
           MOVE WS-DD-FEES       TO WS-JRNL-AMOUNT.
           PERFORM P0A-ADD-JOURNAL-LINE.
      * The agency's gross went through BANKPAY with the rest of
      * the cash; what it kept back never reached the bank.
       P0A-JOURNAL-AGENCY-COMMISSION.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT AGENCY-COMMISSIONS.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ AGENCY-COMMISSIONS
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD AC-COMMISSION TO WS-AGENCY-COMMISSION
                   END-READ
               END-PERFORM
               CLOSE AGENCY-COMMISSIONS
           END-IF.
           MOVE "AGYCOMM "           TO WS-JRNL-ACCOUNT.
           MOVE "DR"                 TO WS-JRNL-DRCR.
           MOVE WS-AGENCY-COMMISSION TO WS-JRNL-AMOUNT.
           PERFORM P0A-ADD-JOURNAL-LINE.
           MOVE "CASH    "           TO WS-JRNL-ACCOUNT.
           MOVE "CR"                 TO WS-JRNL-DRCR.
           MOVE WS-AGENCY-COMMISSION TO WS-JRNL-AMOUNT.
           PERFORM P0A-ADD-JOURNAL-LINE.
      * A refund already in refunds payable whose credit has since
      * shrunk or gone: the part CHGGEN netted tonight goes back to
      * unapplied cash (the charge line drew it from there), and a
      * credit gone with no netting to explain it was paid out.
       P0A-JOURNAL-MOVED-REFUNDS.
           PERFORM VARYING RPST-NDX FROM 1 BY 1
                   UNTIL RPST-NDX > WS-RPST-COUNT
               MOVE "N"  TO WS-FOUND-SW
               MOVE ZERO TO WS-GONE-AMOUNT
               PERFORM VARYING CRED-NDX FROM 1 BY 1
                       UNTIL CRED-NDX > WS-CRED-COUNT OR ENTRY-FOUND
                   IF  WS-CRED-ACCOUNT(CRED-NDX)
                           = WS-RPST-ACCOUNT(RPST-NDX)
                    AND WS-CRED-PAYDATE(CRED-NDX)
                           = WS-RPST-PAYDATE(RPST-NDX)
                       SET ENTRY-FOUND TO TRUE
                       IF  WS-CRED-AMOUNT(CRED-NDX)
                               < WS-RPST-AMOUNT(RPST-NDX)
                           COMPUTE WS-GONE-AMOUNT =
                               WS-RPST-AMOUNT(RPST-NDX)
                               - WS-CRED-AMOUNT(CRED-NDX)
                       END-IF
                   END-IF
               END-PERFORM
               IF  NOT ENTRY-FOUND
                   MOVE WS-RPST-AMOUNT(RPST-NDX) TO WS-GONE-AMOUNT
               END-IF
               IF  WS-GONE-AMOUNT > ZERO
                   PERFORM P0A-RELEASE-ONE-REFUND
               END-IF
           END-PERFORM.
       P0A-RELEASE-ONE-REFUND.
           MOVE ZERO TO WS-NETTED-PART
           SET DRAW-NDX TO 1
           SEARCH WS-DRAW-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DRAW-ACCOUNT(DRAW-NDX)
                       = WS-RPST-ACCOUNT(RPST-NDX)
                   IF  WS-DRAW-AMOUNT(DRAW-NDX) >= WS-GONE-AMOUNT
                       MOVE WS-GONE-AMOUNT TO WS-NETTED-PART
                   ELSE
                       MOVE WS-DRAW-AMOUNT(DRAW-NDX)
                           TO WS-NETTED-PART
                   END-IF
                   SUBTRACT WS-NETTED-PART
                       FROM WS-DRAW-AMOUNT(DRAW-NDX)
           END-SEARCH
           MOVE "REFUNDPY"     TO WS-JRNL-ACCOUNT
           MOVE "DR"           TO WS-JRNL-DRCR
           MOVE WS-GONE-AMOUNT TO WS-JRNL-AMOUNT
           PERFORM P0A-ADD-JOURNAL-LINE
           MOVE "UNAPCASH"     TO WS-JRNL-ACCOUNT
           MOVE "CR"           TO WS-JRNL-DRCR
           MOVE WS-NETTED-PART TO WS-JRNL-AMOUNT
           PERFORM P0A-ADD-JOURNAL-LINE
           MOVE "CASH    "     TO WS-JRNL-ACCOUNT
           MOVE "CR"           TO WS-JRNL-DRCR
           COMPUTE WS-JRNL-AMOUNT = WS-GONE-AMOUNT - WS-NETTED-PART
           PERFORM P0A-ADD-JOURNAL-LINE
           ADD WS-NETTED-PART TO WS-REFUNDS-NETTED
           COMPUTE WS-REFUNDS-PAID =
               WS-REFUNDS-PAID + WS-GONE-AMOUNT - WS-NETTED-PART
           SUBTRACT WS-GONE-AMOUNT FROM WS-RPST-AMOUNT(RPST-NDX).
      * A credit on the refund extract not yet moved is moved now -
      * no more than is still on BILLCRED for it.
       P0A-JOURNAL-NEW-REFUNDS.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT REFUND-EXTRACT.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ REFUND-EXTRACT
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM P0A-JUDGE-ONE-EXTRACT
                   END-READ
               END-PERFORM
               CLOSE REFUND-EXTRACT
           END-IF.
       P0A-JUDGE-ONE-EXTRACT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING RPST-NDX FROM 1 BY 1
                   UNTIL RPST-NDX > WS-RPST-COUNT OR ENTRY-FOUND
               IF  WS-RPST-ACCOUNT(RPST-NDX) = RX-ACCOUNT-NO
                AND WS-RPST-PAYDATE(RPST-NDX) = RX-PAYMENT-DATE
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF  NOT ENTRY-FOUND
               MOVE ZERO TO WS-MOVE-AMOUNT
               PERFORM VARYING CRED-NDX FROM 1 BY 1
                       UNTIL CRED-NDX > WS-CRED-COUNT
                   IF  WS-CRED-ACCOUNT(CRED-NDX) = RX-ACCOUNT-NO
                    AND WS-CRED-PAYDATE(CRED-NDX) = RX-PAYMENT-DATE
                       MOVE WS-CRED-AMOUNT(CRED-NDX) TO WS-MOVE-AMOUNT
                   END-IF
               END-PERFORM
               IF  WS-MOVE-AMOUNT > RX-REFUND-AMOUNT
                   MOVE RX-REFUND-AMOUNT TO WS-MOVE-AMOUNT
               END-IF
               IF  WS-MOVE-AMOUNT > ZERO
                   PERFORM P0A-MOVE-ONE-REFUND
               END-IF
           END-IF.
       P0A-MOVE-ONE-REFUND.
           IF  WS-RPST-COUNT < 5000
               ADD 1 TO WS-RPST-COUNT
               SET RPST-NDX TO WS-RPST-COUNT
               MOVE RX-ACCOUNT-NO    TO WS-RPST-ACCOUNT(RPST-NDX)
               MOVE RX-PAYMENT-DATE  TO WS-RPST-PAYDATE(RPST-NDX)
               MOVE WS-MOVE-AMOUNT   TO WS-RPST-AMOUNT(RPST-NDX)
               MOVE BZ-BUSINESS-DATE TO WS-RPST-POSTED(RPST-NDX)
               MOVE "UNAPCASH"       TO WS-JRNL-ACCOUNT
               MOVE "DR"             TO WS-JRNL-DRCR
               MOVE WS-MOVE-AMOUNT   TO WS-JRNL-AMOUNT
               PERFORM P0A-ADD-JOURNAL-LINE
               MOVE "REFUNDPY"       TO WS-JRNL-ACCOUNT
               MOVE "CR"             TO WS-JRNL-DRCR
               PERFORM P0A-ADD-JOURNAL-LINE
               ADD WS-MOVE-AMOUNT TO WS-REFUNDS-MOVED
           ELSE
               DISPLAY "ARJRNL REFPOSTD TABLE FULL - REFUND FOR "
                   RX-ACCOUNT-NO " LEFT FOR TOMORROW"
           END-IF.
      * WS-JRNL-ACCOUNT arrives carrying the posting event and is
      * summed into the journal table under the account it maps
      * to. A charge code with no REVN mapping of its own posts to
      * the generic REVENUE account.
       P0A-ADD-JOURNAL-LINE.
           IF  WS-JRNL-AMOUNT > ZERO
               PERFORM P0A-RESOLVE-ACCOUNT
               IF  WS-AMAP-RESOLVED = SPACES
                   MOVE "REVENUE " TO WS-JRNL-ACCOUNT
                   PERFORM P0A-RESOLVE-ACCOUNT
               END-IF
               MOVE WS-AMAP-RESOLVED TO WS-JRNL-ACCOUNT
               SET JRNL-NDX TO 1
               SEARCH WS-JRNL-ENTRY
                   AT END
                       IF  WS-JRNL-COUNT < 200
                           ADD 1 TO WS-JRNL-COUNT
                           SET JRNL-NDX TO WS-JRNL-COUNT
                           MOVE WS-JRNL-ACCOUNT
                               TO WS-JRNL-ENT-ACCOUNT(JRNL-NDX)
                           MOVE WS-JRNL-DRCR
                               TO WS-JRNL-ENT-DRCR(JRNL-NDX)
                           MOVE WS-JRNL-AMOUNT
                               TO WS-JRNL-ENT-AMOUNT(JRNL-NDX)
                       ELSE
                           DISPLAY "ARJRNL JOURNAL TABLE FULL - "
                               WS-JRNL-ACCOUNT " " WS-JRNL-DRCR
                               " NOT CARRIED"
                       END-IF
                   WHEN WS-JRNL-ENT-ACCOUNT(JRNL-NDX)
                           = WS-JRNL-ACCOUNT
                    AND WS-JRNL-ENT-DRCR(JRNL-NDX) = WS-JRNL-DRCR
                       ADD WS-JRNL-AMOUNT
                           TO WS-JRNL-ENT-AMOUNT(JRNL-NDX)
               END-SEARCH
               IF  WS-JRNL-DRCR = "DR"
                   ADD WS-JRNL-AMOUNT TO WS-JRNL-TOTAL-DR
               ELSE
                   ADD WS-JRNL-AMOUNT TO WS-JRNL-TOTAL-CR
               END-IF
           END-IF.
      * The most specific current mapping wins: company 01 matched
      * beats the generic entry. A mapping for a vendor class never
      * applies to the billing side.
       P0A-RESOLVE-ACCOUNT.
           MOVE ZERO   TO WS-AMAP-BEST-SCORE
           MOVE SPACES TO WS-AMAP-RESOLVED
           PERFORM VARYING WS-AMAP-SCAN-NDX FROM 1 BY 1
                   UNTIL WS-AMAP-SCAN-NDX > WS-AMAP-COUNT
               IF  WS-AMAP-EVENT(WS-AMAP-SCAN-NDX)
                       = WS-JRNL-ACCOUNT
                AND WS-AMAP-CLASS(WS-AMAP-SCAN-NDX) = SPACES
                AND WS-AMAP-FROM(WS-AMAP-SCAN-NDX)
                       <= BZ-BUSINESS-DATE
                AND WS-AMAP-TO(WS-AMAP-SCAN-NDX)
                       >= BZ-BUSINESS-DATE
                   MOVE 1 TO WS-AMAP-THIS-SCORE
                   IF  WS-AMAP-COMPANY(WS-AMAP-SCAN-NDX) NOT = SPACES
                       IF  WS-AMAP-COMPANY(WS-AMAP-SCAN-NDX) = "01"
                           ADD 1 TO WS-AMAP-THIS-SCORE
                       ELSE
                           MOVE ZERO TO WS-AMAP-THIS-SCORE
                       END-IF
                   END-IF
                   IF  WS-AMAP-THIS-SCORE > WS-AMAP-BEST-SCORE
                       MOVE WS-AMAP-THIS-SCORE TO WS-AMAP-BEST-SCORE
                       MOVE WS-AMAP-ACCOUNT(WS-AMAP-SCAN-NDX)
                           TO WS-AMAP-RESOLVED
                   END-IF
               END-IF
           END-PERFORM.
       P0A-WRITE-JOURNAL.
           PERFORM VARYING JRNL-NDX FROM 1 BY 1
                   UNTIL JRNL-NDX > WS-JRNL-COUNT
               MOVE WS-JRNL-ENT-ACCOUNT(JRNL-NDX) TO JL-ACCOUNT
               MOVE "USD "                        TO JL-CURRENCY
               MOVE WS-JRNL-ENT-DRCR(JRNL-NDX)    TO JL-DR-CR
               MOVE WS-JRNL-ENT-AMOUNT(JRNL-NDX)  TO JL-AMOUNT
               MOVE "01"                          TO JL-COMPANY-CODE
               MOVE SPACES                        TO JL-COST-CENTER
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-JRNL-LINES
           END-PERFORM.
      * Refunds fully released drop off; the rest carry forward to
      * the generation the JCL swaps back over REFPOSTD.
       P0A-WRITE-REFUNDS-POSTED.
           OPEN OUTPUT REFUNDS-POSTED-NEW.
           PERFORM VARYING RPST-NDX FROM 1 BY 1
                   UNTIL RPST-NDX > WS-RPST-COUNT
               IF  WS-RPST-AMOUNT(RPST-NDX) > ZERO
                   MOVE WS-RPST-ACCOUNT(RPST-NDX) TO RP-ACCOUNT-NO
                   MOVE WS-RPST-PAYDATE(RPST-NDX) TO RP-PAYMENT-DATE
                   MOVE WS-RPST-AMOUNT(RPST-NDX)  TO RP-AMOUNT
                   MOVE WS-RPST-POSTED(RPST-NDX)  TO RP-POSTED-DATE
                   MOVE REFUND-POSTED-RECORD TO REFUND-POSTED-NEW-REC
                   WRITE REFUND-POSTED-NEW-REC
               END-IF
           END-PERFORM.
           CLOSE REFUNDS-POSTED-NEW.
       P0A-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT CONTROL-TOTALS
           END-IF.
           MOVE SPACES               TO CONTROL-TOTALS-RECORD.
           MOVE "ARJRNL  "           TO CT-PROGRAM-ID.
           MOVE WS-TIMESTAMP         TO CT-TIMESTAMP.
           MOVE WS-CHARGES-READ      TO CT-RECORDS-READ.
           MOVE ZERO                 TO CT-EXCEPTIONS-LOGGED.
           MOVE WS-JRNL-LINES        TO CT-RESOLVED-LOGGED.
           MOVE WS-JRNL-TOTAL-DR     TO CT-AMOUNT-TOTAL.
           MOVE ZERO                 TO CT-SEQUENCE-ERRORS.
           CALL "RUNID" USING RUNID-PARMS
           MOVE RI-RUN-ID TO CT-RUN-ID
           WRITE CONTROL-TOTALS-RECORD.
           CLOSE CONTROL-TOTALS.
       P0A-CHECK-SUITE-CKPT.
           OPEN INPUT SUITE-CKPT.
           IF  FS-SUCCESS
               PERFORM P0A-READ-SUITE-CKPT
               PERFORM UNTIL SUITE-CKPT-EOF
                   IF  SC-PROGRAM-ID = "ARJRNL  " AND SC-COMPLETE
                       SET STEP-ALREADY-DONE TO TRUE
                   END-IF
                   PERFORM P0A-READ-SUITE-CKPT
               END-PERFORM
               CLOSE SUITE-CKPT
           END-IF.
       P0A-READ-SUITE-CKPT.
           READ SUITE-CKPT
               AT END
                   SET SUITE-CKPT-EOF TO TRUE
           END-READ.
       P0A-WRITE-SUITE-CKPT.
           OPEN EXTEND SUITE-CKPT.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT SUITE-CKPT
           END-IF.
           MOVE SPACES       TO SUITE-CKPT-RECORD.
           MOVE "ARJRNL  "   TO SC-PROGRAM-ID.
           SET SC-COMPLETE   TO TRUE.
           MOVE BZ-TIMESTAMP TO SC-TIMESTAMP.
           CALL "RUNID" USING RUNID-PARMS
           MOVE RI-RUN-ID TO SC-RUN-ID
           WRITE SUITE-CKPT-RECORD.
           CLOSE SUITE-CKPT.
