       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYRCL.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * PAYRCL - honors signed-off payment recalls between the
      * release and the bank file. Once an invoice reached PAYEXT
      * nothing short of cancelling the whole PAYORD run could
      * stop it. The RCLONL online transaction now queues recall
      * cards (request, sign-off, cancel) through the RCLQ queue
      * to RCLCARD, and this step runs after PAYSCHED has built
      * tonight's PAYEXT and before anything reads it.
      * The cards are applied to the RCLREG recall register
      * first. A request stands awaiting sign-off; only a second
      * user - an active approver on APPRLIM, and never the user
      * who asked - may sign it off, and a recall may be
      * cancelled by the user who asked or by an approver. Every
      * card refused is printed on the register report with why.
      * Each item on PAYEXT that a signed recall names - the
      * invoice, or every payment to the vendor when the invoice
      * part is blank - is pulled from the extract (PAYEXTN,
      * copied back over PAYEXT by the next step) and unwound the
      * way PAYRET unwinds a bounced payment: the release journal
      * is reversed on RCLJRNL for GLPOST - the expense credited
      * back to the cost centers the release debited, through the
      * same EXPSPLIT lookup PAYRET uses - absorbed vendor credit,
      * offset deposits and held retainage go back on CREDBAL,
      * PREPAY and RETLEDG, and the invoice is put back on the
      * review queue held "HELD - PAYMENT RECALLED". A recalled
      * retainage release is reported for a fresh completion
      * card instead. A customer refund is never pulled here - it
      * is the refund register's to stop, not AP's.
      * A signed recall that finds nothing tonight stands for the
      * night its item comes off the SCHEDPAY warehouse; one not
      * honored within the lapse period leaves the register. The
      * RCLRPT report is the register as it stands after the run,
      * and each recall honored, cancelled or lapsed goes to the
      * CTLEVID evidence file with who asked and who signed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECALL-REGISTER ASSIGN TO "RCLREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RECALL-CARDS ASSIGN TO "RCLCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RECALL-REGISTER-NEW ASSIGN TO "RCLREGN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT APPROVER-LIMITS ASSIGN TO "APPRLIM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYMENT-EXTRACT ASSIGN TO "PAYEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYMENT-EXTRACT-NEW ASSIGN TO "PAYEXTN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CREDIT-BALANCE ASSIGN TO "CREDBAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PREPAYMENT-BALANCE ASSIGN TO "PREPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RETAINAGE-LEDGER ASSIGN TO "RETLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RECALL-JOURNAL ASSIGN TO "RCLJRNL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT INVOICE-REVIEW-QUEUE ASSIGN TO "INVREVQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RECALL-REPORT ASSIGN TO "RCLRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EVIDENCE-OUT ASSIGN TO "CTLEVID"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECALL-REGISTER.
           COPY "rclreg.cpy".
       FD  RECALL-CARDS.
       01  RECALL-CARD-RECORD.
           05  RC-ACTION          PIC X(01).
               88  RC-REQUEST     VALUE "R".
               88  RC-SIGNOFF     VALUE "S".
               88  RC-CANCEL      VALUE "C".
           05  RC-SOME-PART-1     PIC X(04).
           05  RC-SOME-PART-2     PIC X(04).
           05  RC-USER-ID         PIC X(08).
           05  RC-REASON          PIC X(30).
       FD  RECALL-REGISTER-NEW.
       01  RECALL-REGISTER-NEW-RECORD PIC X(71).
       FD  APPROVER-LIMITS.
           COPY "apprlim.cpy".
       FD  PAYMENT-EXTRACT.
           COPY "payext.cpy".
       FD  PAYMENT-EXTRACT-NEW.
       01  PAYMENT-EXTRACT-NEW-RECORD PIC X(116).
       FD  CREDIT-BALANCE.
           COPY "credbal.cpy".
       FD  PREPAYMENT-BALANCE.
           COPY "prepay.cpy".
       FD  RETAINAGE-LEDGER.
           COPY "retled.cpy".
       FD  RECALL-JOURNAL.
           COPY "gljrnl.cpy".
       FD  INVOICE-REVIEW-QUEUE.
       01  REVIEW-QUEUE-RECORD.
           05  RQ-SOME-PART-1     PIC X(04).
           05  RQ-SOME-PART-2     PIC X(04).
           05  RQ-INVOICE-AMOUNT  PIC 9(09)V99.
           05  RQ-INVOICE-DATE    PIC 9(08).
           05  RQ-CURRENCY        PIC X(04).
           05  RQ-REASON          PIC X(40).
           05  RQ-INVOICE-NO      PIC X(10).
           05  RQ-COMPANY-CODE    PIC X(02).
       FD  RECALL-REPORT.
       01  RECALL-REPORT-RECORD   PIC X(80).
       FD  EVIDENCE-OUT.
           COPY "ctlevid.cpy".
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "tstamp.cpy".
           COPY "expsplpm.cpy".
      * A recall neither honored nor cancelled this many calendar
      * days after it was asked for leaves the register.
       01  WS-LAPSE-DAYS           PIC 9(03) VALUE 30.
       01  WS-DAYS-STANDING        PIC S9(05) VALUE ZERO.
       01  WS-REGISTER-EOF-SW      PIC X VALUE "N".
            88 REGISTER-EOF        VALUE "Y".
       01  WS-CARDS-EOF-SW         PIC X VALUE "N".
            88 CARDS-EOF           VALUE "Y".
       01  WS-APPRLIM-EOF-SW       PIC X VALUE "N".
            88 APPRLIM-EOF         VALUE "Y".
       01  WS-EXTRACT-EOF-SW       PIC X VALUE "N".
            88 EXTRACT-EOF         VALUE "Y".
       01  WS-CREDBAL-EOF-SW       PIC X VALUE "N".
            88 CREDBAL-EOF         VALUE "Y".
       01  WS-RECALL-FOUND-SW      PIC X VALUE "N".
            88 RECALL-FOUND        VALUE "Y".
       01  WS-APPROVER-SW          PIC X VALUE "N".
            88 USER-IS-APPROVER    VALUE "Y".
       01  WS-PULL-SW              PIC X VALUE "N".
            88 PULL-THIS-ITEM      VALUE "Y".
       01  WS-REFUSAL-NOTE         PIC X(40) VALUE SPACES.
       01  WS-CARDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-CARDS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-CARDS-REFUSED        PIC 9(07) VALUE ZERO.
       01  WS-EXTRACT-READ         PIC 9(07) VALUE ZERO.
       01  WS-ITEMS-PASSED         PIC 9(07) VALUE ZERO.
       01  WS-ITEMS-PULLED         PIC 9(07) VALUE ZERO.
       01  WS-RECALLS-HONORED      PIC 9(05) VALUE ZERO.
       01  WS-RECALLS-CANCELLED    PIC 9(05) VALUE ZERO.
       01  WS-RECALLS-LAPSED       PIC 9(05) VALUE ZERO.
       01  WS-RECALLS-STANDING     PIC 9(05) VALUE ZERO.
       01  WS-PASSED-NET           PIC 9(13)V99 VALUE ZERO.
       01  WS-PULLED-NET           PIC 9(13)V99 VALUE ZERO.
       01  WS-CREDIT-RESTORED      PIC 9(11)V99 VALUE ZERO.
       01  WS-DERIVED-WHOLD        PIC S9(09)V99 VALUE ZERO.
       01  WS-LOAD-RECS-READ       PIC 9(07) VALUE ZERO.
       01  WS-LOAD-TRUNC-SW        PIC X VALUE "N".
            88 LOAD-TRUNCATED      VALUE "Y".
       01  WS-RECALL-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-RECALL-TABLE.
           05  WS-RECALL-ENTRY OCCURS 500 TIMES
                   INDEXED BY RCL-NDX.
               10  WS-RCL-PART-1    PIC X(04).
               10  WS-RCL-PART-2    PIC X(04).
               10  WS-RCL-STATUS    PIC X(01).
                   88  RCL-AWAITING     VALUE "O".
                   88  RCL-SIGNED       VALUE "S".
                   88  RCL-HONORED      VALUE "H".
                   88  RCL-CANCELLED    VALUE "C".
                   88  RCL-LAPSED       VALUE "L".
               10  WS-RCL-ASKED-BY  PIC X(08).
               10  WS-RCL-ASKED-DATE PIC 9(08).
               10  WS-RCL-SIGNED-BY PIC X(08).
               10  WS-RCL-SIGNED-DATE PIC 9(08).
               10  WS-RCL-REASON    PIC X(30).
               10  WS-RCL-CANCELLED-BY PIC X(08).
               10  WS-RCL-ITEMS     PIC 9(05).
               10  WS-RCL-AMOUNT    PIC 9(11)V99.
       01  WS-APPR-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-APPR-TABLE.
           05  WS-APPR-ENTRY OCCURS 500 TIMES
                   INDEXED BY APPR-NDX.
               10  WS-APPR-ID       PIC X(08).
       01  WS-CREDIT-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-CREDIT-TABLE.
           05  WS-CREDIT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CRED-NDX.
               10  WS-CRED-VENDOR   PIC X(04).
               10  WS-CRED-BALANCE  PIC 9(11)V99.
               10  WS-CRED-MOVED    PIC 9(08).
       01  WS-PREPAY-EOF-SW        PIC X VALUE "N".
            88 PREPAY-EOF          VALUE "Y".
       01  WS-PREPAY-CHANGED-SW    PIC X VALUE "N".
            88 PREPAY-CHANGED      VALUE "Y".
       01  WS-PREPAY-RESTORED      PIC 9(11)V99 VALUE ZERO.
       01  WS-DEPOSITS-REVERSED    PIC 9(11)V99 VALUE ZERO.
       01  WS-DEPOSIT-AMOUNT       PIC 9(09)V99 VALUE ZERO.
       01  WS-PREPAY-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-PREPAY-TABLE.
           05  WS-PREPAY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PREP-NDX.
               10  WS-PREP-VENDOR    PIC X(04).
               10  WS-PREP-PO        PIC X(08).
               10  WS-PREP-COMPANY   PIC X(02).
               10  WS-PREP-CURRENCY  PIC X(04).
               10  WS-PREP-DEPOSIT   PIC 9(11)V99.
               10  WS-PREP-BALANCE   PIC 9(11)V99.
               10  WS-PREP-DATE      PIC 9(08).
               10  WS-PREP-INVOICE   PIC X(10).
               10  WS-PREP-MOVED     PIC 9(08).
       01  WS-RETLED-EOF-SW        PIC X VALUE "N".
            88 RETLED-EOF          VALUE "Y".
       01  WS-RETLED-CHANGED-SW    PIC X VALUE "N".
            88 RETLED-CHANGED      VALUE "Y".
       01  WS-RETAINAGE-RESTORED   PIC 9(11)V99 VALUE ZERO.
       01  WS-RELEASES-REVERSED    PIC 9(11)V99 VALUE ZERO.
       01  WS-RETAINED-AMOUNT      PIC 9(09)V99 VALUE ZERO.
       01  WS-RETL-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-RETL-TABLE.
           05  WS-RETL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY RETL-NDX.
               10  WS-RETL-VENDOR    PIC X(04).
               10  WS-RETL-PART-2    PIC X(04).
               10  WS-RETL-PO        PIC X(08).
               10  WS-RETL-COMPANY   PIC X(02).
               10  WS-RETL-CURRENCY  PIC X(04).
               10  WS-RETL-PCT       PIC 9(02)V99.
               10  WS-RETL-RETAINED  PIC 9(11)V99.
               10  WS-RETL-RELEASED  PIC 9(11)V99.
               10  WS-RETL-BALANCE   PIC 9(11)V99.
               10  WS-RETL-FIRST     PIC 9(08).
               10  WS-RETL-MOVED     PIC 9(08).
       01  WS-JRNL-ACCOUNT         PIC X(08) VALUE SPACES.
       01  WS-JRNL-COST-CENTER     PIC X(06) VALUE SPACES.
       01  WS-JRNL-DRCR            PIC X(02) VALUE SPACES.
       01  WS-JRNL-AMOUNT          PIC 9(11)V99 VALUE ZERO.
       01  WS-JRNL-CURRENCY        PIC X(04) VALUE SPACES.
       01  WS-JRNL-COMPANY         PIC X(02) VALUE SPACES.
       01  WS-JRNL-TOTAL-DR        PIC 9(13)V99 VALUE ZERO.
       01  WS-JRNL-TOTAL-CR        PIC 9(13)V99 VALUE ZERO.
       01  WS-JRNL-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-JRNL-TABLE.
           05  WS-JRNL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY JRNL-NDX.
               10  WS-JRNL-ENT-ACCOUNT  PIC X(08).
               10  WS-JRNL-ENT-CURRENCY PIC X(04).
               10  WS-JRNL-ENT-DRCR     PIC X(02).
               10  WS-JRNL-ENT-AMOUNT   PIC 9(11)V99.
               10  WS-JRNL-ENT-COMPANY  PIC X(02).
               10  WS-JRNL-ENT-COST-CTR PIC X(06).
       01  WS-HEADING-1.
           05  FILLER  PIC X(38)
                   VALUE "PAYMENT RECALL REGISTER   BUSINESS DAY".
           05  FILLER  PIC X(01) VALUE SPACE.
           05  HL-DATE PIC 9(08).
       01  WS-CARD-HEADING.
           05  FILLER  PIC X(40)
                   VALUE "CARDS REFUSED TONIGHT                   ".
       01  WS-CARD-COLUMNS.
           05  FILLER  PIC X(40)
                   VALUE "A KEY       USER     WHY REFUSED        ".
       01  WS-CARD-LINE.
           05  CL-ACTION     PIC X(01).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  CL-PART-1     PIC X(04).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  CL-PART-2     PIC X(04).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  CL-USER       PIC X(08).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  CL-NOTE       PIC X(40).
       01  WS-NO-CARDS-LINE  PIC X(40)
               VALUE "  NONE".
       01  WS-REG-HEADING.
           05  FILLER  PIC X(40)
                   VALUE "RECALLS                                 ".
       01  WS-REG-COLUMNS.
           05  FILLER  PIC X(40)
                   VALUE "KEY        ASKED BY SIGNED   STATUS     ".
           05  FILLER  PIC X(40)
                   VALUE "             ITEMS        NET PULLED    ".
       01  WS-REG-LINE.
           05  PR-PART-1     PIC X(04).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  PR-PART-2     PIC X(04).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  PR-ASKED-BY   PIC X(08).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  PR-SIGNED-BY  PIC X(08).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  PR-STATUS     PIC X(22).
           05  PR-ITEMS      PIC ZZZZ9.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  PR-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05  FILLER        PIC X(18) VALUE "RECALLS HONORED:  ".
           05  TL-HONORED    PIC ZZZZ9.
           05  FILLER        PIC X(17) VALUE "   ITEMS PULLED: ".
           05  TL-ITEMS      PIC ZZZZZZ9.
           05  FILLER        PIC X(16) VALUE "   STILL OPEN:  ".
           05  TL-STANDING   PIC ZZZZ9.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "PAYRCL" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP.
           PERFORM P0A-LOAD-REGISTER.
           PERFORM P0A-LOAD-APPROVERS.
           PERFORM P0A-LOAD-CREDIT-BALANCES.
           PERFORM P0A-LOAD-PREPAYMENTS.
           PERFORM P0A-LOAD-RETAINAGE.
      * A register or balance past its cap would be dropped by the
      * rewrite, and a recall lost is a payment that goes out -
      * stop before anything is pulled. The JCL COND chain then
      * holds the bank file.
           IF  LOAD-TRUNCATED
               DISPLAY "PAYRCL ABORT - LOAD TRUNCATED"
                   " - NOTHING RECALLED"
               MOVE 12 TO RETURN-CODE
               MOVE "PAYRCL" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           OPEN OUTPUT RECALL-REPORT.
           MOVE BZ-BUSINESS-DATE TO HL-DATE.
           MOVE WS-HEADING-1 TO RECALL-REPORT-RECORD.
           WRITE RECALL-REPORT-RECORD.
           MOVE SPACES TO RECALL-REPORT-RECORD.
           WRITE RECALL-REPORT-RECORD.
           MOVE WS-CARD-HEADING TO RECALL-REPORT-RECORD.
           WRITE RECALL-REPORT-RECORD.
           MOVE WS-CARD-COLUMNS TO RECALL-REPORT-RECORD.
           WRITE RECALL-REPORT-RECORD.
           PERFORM P0A-APPLY-RECALL-CARDS.
           IF  LOAD-TRUNCATED
               DISPLAY "PAYRCL ABORT - RECALL REGISTER FULL ON"
                   " REQUEST - NOTHING RECALLED"
               CLOSE RECALL-REPORT
               MOVE 12 TO RETURN-CODE
               MOVE "PAYRCL" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           IF  WS-CARDS-REFUSED = ZERO
               MOVE WS-NO-CARDS-LINE TO RECALL-REPORT-RECORD
               WRITE RECALL-REPORT-RECORD
           END-IF.
           OPEN EXTEND INVOICE-REVIEW-QUEUE.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT INVOICE-REVIEW-QUEUE
           END-IF.
           PERFORM P0A-PULL-RECALLED-ITEMS.
           CLOSE INVOICE-REVIEW-QUEUE.
           PERFORM P0A-LAPSE-OLD-RECALLS.
           PERFORM P0A-WRITE-CREDIT-BALANCES.
           PERFORM P0A-WRITE-PREPAYMENTS.
           PERFORM P0A-WRITE-RETAINAGE.
           PERFORM P0A-CREDIT-SPLIT-EXPENSE.
           PERFORM P0A-WRITE-RECALL-JOURNAL.
           PERFORM P0A-WRITE-REGISTER.
           PERFORM P0A-PRINT-REGISTER.
           CLOSE RECALL-REPORT.
           PERFORM P0A-WRITE-EVIDENCE.
           PERFORM P0A-WRITE-CONTROL-TOTALS.
           DISPLAY "PAYRCL CARDS=" WS-CARDS-READ
               " APPLIED=" WS-CARDS-APPLIED
               " REFUSED=" WS-CARDS-REFUSED.
           DISPLAY "PAYRCL EXTRACT READ=" WS-EXTRACT-READ
               " PASSED=" WS-ITEMS-PASSED
               " PULLED=" WS-ITEMS-PULLED
               " NET PULLED=" WS-PULLED-NET.
           DISPLAY "PAYRCL RECALLS HONORED=" WS-RECALLS-HONORED
               " CANCELLED=" WS-RECALLS-CANCELLED
               " LAPSED=" WS-RECALLS-LAPSED
               " STILL OPEN=" WS-RECALLS-STANDING.
           DISPLAY "PAYRCL CREDIT RESTORED=" WS-CREDIT-RESTORED
               " DEPOSIT OFFSETS RESTORED=" WS-PREPAY-RESTORED
               " RETAINAGE RESTORED=" WS-RETAINAGE-RESTORED.
           MOVE "PAYRCL" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-LOAD-REGISTER.
           MOVE ZERO TO WS-LOAD-RECS-READ.
           OPEN INPUT RECALL-REGISTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-REGISTER
               PERFORM UNTIL REGISTER-EOF
                   ADD 1 TO WS-LOAD-RECS-READ
                   IF  WS-RECALL-COUNT < 500
                       ADD 1 TO WS-RECALL-COUNT
                       SET RCL-NDX TO WS-RECALL-COUNT
                       MOVE RG-SOME-PART-1
                           TO WS-RCL-PART-1(RCL-NDX)
                       MOVE RG-SOME-PART-2
                           TO WS-RCL-PART-2(RCL-NDX)
                       MOVE RG-STATUS
                           TO WS-RCL-STATUS(RCL-NDX)
                       MOVE RG-REQUESTED-BY
                           TO WS-RCL-ASKED-BY(RCL-NDX)
                       MOVE RG-REQUEST-DATE
                           TO WS-RCL-ASKED-DATE(RCL-NDX)
                       MOVE RG-SIGNED-BY
                           TO WS-RCL-SIGNED-BY(RCL-NDX)
                       MOVE RG-SIGNED-DATE
                           TO WS-RCL-SIGNED-DATE(RCL-NDX)
                       MOVE RG-REASON
                           TO WS-RCL-REASON(RCL-NDX)
                       MOVE SPACES
                           TO WS-RCL-CANCELLED-BY(RCL-NDX)
                       MOVE ZERO TO WS-RCL-ITEMS(RCL-NDX)
                       MOVE ZERO TO WS-RCL-AMOUNT(RCL-NDX)
                   END-IF
                   PERFORM P0A-READ-REGISTER
               END-PERFORM
               CLOSE RECALL-REGISTER
               IF  WS-LOAD-RECS-READ > WS-RECALL-COUNT
                   SET LOAD-TRUNCATED TO TRUE
                   DISPLAY "RCLREG LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-RECALL-COUNT
               END-IF
           END-IF.
       P0A-READ-REGISTER.
           READ RECALL-REGISTER
               AT END
                   SET REGISTER-EOF TO TRUE
           END-READ.
      * Only an active approver counts as a signer, so only they
      * are held.
       P0A-LOAD-APPROVERS.
           MOVE ZERO TO WS-LOAD-RECS-READ.
           OPEN INPUT APPROVER-LIMITS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-APPROVER
               PERFORM UNTIL APPRLIM-EOF
                   IF  AL-ACTIVE
                       ADD 1 TO WS-LOAD-RECS-READ
                       IF  WS-APPR-COUNT < 500
                           ADD 1 TO WS-APPR-COUNT
                           SET APPR-NDX TO WS-APPR-COUNT
                           MOVE AL-APPROVER-ID
                               TO WS-APPR-ID(APPR-NDX)
                       END-IF
                   END-IF
                   PERFORM P0A-READ-APPROVER
               END-PERFORM
               CLOSE APPROVER-LIMITS
               IF  WS-LOAD-RECS-READ > WS-APPR-COUNT
                   SET LOAD-TRUNCATED TO TRUE
                   DISPLAY "APPRLIM LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-APPR-COUNT
               END-IF
           END-IF.
       P0A-READ-APPROVER.
           READ APPROVER-LIMITS
               AT END
                   SET APPRLIM-EOF TO TRUE
           END-READ.
       P0A-APPLY-RECALL-CARDS.
           OPEN INPUT RECALL-CARDS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-RECALL-CARD
               PERFORM UNTIL CARDS-EOF
                   PERFORM P0A-APPLY-ONE-CARD
                   PERFORM P0A-READ-RECALL-CARD
               END-PERFORM
               CLOSE RECALL-CARDS
           END-IF.
       P0A-READ-RECALL-CARD.
           READ RECALL-CARDS
               AT END
                   SET CARDS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.
      * The cards apply in the order they were keyed, so a recall
      * asked for and signed off the same day is honored tonight.
      * The second user is proved here, where the user who asked
      * is known: a sign-off by that same user never counts.
       P0A-APPLY-ONE-CARD.
           PERFORM P0A-FIND-RECALL
           PERFORM P0A-CHECK-APPROVER
           MOVE SPACES TO WS-REFUSAL-NOTE
           EVALUATE TRUE
               WHEN NOT RC-REQUEST AND NOT RC-SIGNOFF
                AND NOT RC-CANCEL
                   MOVE "ACTION NOT R, S OR C" TO WS-REFUSAL-NOTE
               WHEN RC-REQUEST AND RECALL-FOUND
                   MOVE "A RECALL ALREADY STANDS FOR THIS KEY"
                       TO WS-REFUSAL-NOTE
               WHEN RC-REQUEST
                   PERFORM P0A-ADD-RECALL
               WHEN NOT RECALL-FOUND
                   MOVE "NO RECALL STANDS FOR THIS KEY"
                       TO WS-REFUSAL-NOTE
               WHEN RC-SIGNOFF
                AND RC-USER-ID = WS-RCL-ASKED-BY(RCL-NDX)
                   MOVE "SIGNER IS THE USER WHO ASKED"
                       TO WS-REFUSAL-NOTE
               WHEN RC-SIGNOFF AND NOT USER-IS-APPROVER
                   MOVE "SIGNER IS NOT AN ACTIVE APPROVER"
                       TO WS-REFUSAL-NOTE
               WHEN RC-SIGNOFF AND RCL-SIGNED(RCL-NDX)
                   MOVE "RECALL ALREADY SIGNED OFF"
                       TO WS-REFUSAL-NOTE
               WHEN RC-SIGNOFF
                   SET RCL-SIGNED(RCL-NDX) TO TRUE
                   MOVE RC-USER-ID
                       TO WS-RCL-SIGNED-BY(RCL-NDX)
                   MOVE BZ-BUSINESS-DATE
                       TO WS-RCL-SIGNED-DATE(RCL-NDX)
                   ADD 1 TO WS-CARDS-APPLIED
                   DISPLAY "PAYRCL SIGNED OFF " RC-SOME-PART-1
                       RC-SOME-PART-2 " BY " RC-USER-ID
               WHEN RC-USER-ID = WS-RCL-ASKED-BY(RCL-NDX)
                 OR USER-IS-APPROVER
                   SET RCL-CANCELLED(RCL-NDX) TO TRUE
                   MOVE RC-USER-ID
                       TO WS-RCL-CANCELLED-BY(RCL-NDX)
                   ADD 1 TO WS-RECALLS-CANCELLED
                   ADD 1 TO WS-CARDS-APPLIED
                   DISPLAY "PAYRCL CANCELLED " RC-SOME-PART-1
                       RC-SOME-PART-2 " BY " RC-USER-ID
               WHEN OTHER
                   MOVE "CANCEL NOT BY ASKER OR AN APPROVER"
                       TO WS-REFUSAL-NOTE
           END-EVALUATE
           IF  WS-REFUSAL-NOTE NOT = SPACES
               PERFORM P0A-REFUSE-CARD
           END-IF.
       P0A-ADD-RECALL.
           IF  WS-RECALL-COUNT < 500
               ADD 1 TO WS-RECALL-COUNT
               SET RCL-NDX TO WS-RECALL-COUNT
               MOVE RC-SOME-PART-1   TO WS-RCL-PART-1(RCL-NDX)
               MOVE RC-SOME-PART-2   TO WS-RCL-PART-2(RCL-NDX)
               SET RCL-AWAITING(RCL-NDX) TO TRUE
               MOVE RC-USER-ID       TO WS-RCL-ASKED-BY(RCL-NDX)
               MOVE BZ-BUSINESS-DATE TO WS-RCL-ASKED-DATE(RCL-NDX)
               MOVE SPACES           TO WS-RCL-SIGNED-BY(RCL-NDX)
               MOVE ZERO             TO WS-RCL-SIGNED-DATE(RCL-NDX)
               MOVE RC-REASON        TO WS-RCL-REASON(RCL-NDX)
               MOVE SPACES           TO WS-RCL-CANCELLED-BY(RCL-NDX)
               MOVE ZERO             TO WS-RCL-ITEMS(RCL-NDX)
               MOVE ZERO             TO WS-RCL-AMOUNT(RCL-NDX)
               ADD 1 TO WS-CARDS-APPLIED
               DISPLAY "PAYRCL RECALL ASKED " RC-SOME-PART-1
                   RC-SOME-PART-2 " BY " RC-USER-ID
           ELSE
               SET LOAD-TRUNCATED TO TRUE
           END-IF.
       P0A-FIND-RECALL.
           MOVE "N" TO WS-RECALL-FOUND-SW
           IF  WS-RECALL-COUNT > ZERO
               SET RCL-NDX TO 1
               SEARCH WS-RECALL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RCL-PART-1(RCL-NDX) = RC-SOME-PART-1
                    AND WS-RCL-PART-2(RCL-NDX) = RC-SOME-PART-2
                    AND (RCL-AWAITING(RCL-NDX)
                      OR RCL-SIGNED(RCL-NDX))
                       SET RECALL-FOUND TO TRUE
               END-SEARCH
           END-IF.
       P0A-CHECK-APPROVER.
           MOVE "N" TO WS-APPROVER-SW
           IF  WS-APPR-COUNT > ZERO
               SET APPR-NDX TO 1
               SEARCH WS-APPR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-APPR-ID(APPR-NDX) = RC-USER-ID
                       SET USER-IS-APPROVER TO TRUE
               END-SEARCH
           END-IF.
       P0A-REFUSE-CARD.
           ADD 1 TO WS-CARDS-REFUSED
           DISPLAY "PAYRCL CARD REFUSED " RC-ACTION " "
               RC-SOME-PART-1 RC-SOME-PART-2 " BY " RC-USER-ID
               " - " WS-REFUSAL-NOTE
           MOVE RC-ACTION       TO CL-ACTION
           MOVE RC-SOME-PART-1  TO CL-PART-1
           MOVE RC-SOME-PART-2  TO CL-PART-2
           MOVE RC-USER-ID      TO CL-USER
           MOVE WS-REFUSAL-NOTE TO CL-NOTE
           MOVE WS-CARD-LINE TO RECALL-REPORT-RECORD
           WRITE RECALL-REPORT-RECORD.
      * Tonight's extract is copied to PAYEXTN less every item a
      * signed recall names. An item a recall already pulled from
      * tonight still names the rest of a vendor's payments.
       P0A-PULL-RECALLED-ITEMS.
           OPEN OUTPUT PAYMENT-EXTRACT-NEW.
           OPEN INPUT PAYMENT-EXTRACT.
           IF  FS-SUCCESS
               PERFORM P0A-READ-EXTRACT
               PERFORM UNTIL EXTRACT-EOF
                   PERFORM P0A-ROUTE-ONE-ITEM
                   PERFORM P0A-READ-EXTRACT
               END-PERFORM
               CLOSE PAYMENT-EXTRACT
           END-IF.
           CLOSE PAYMENT-EXTRACT-NEW.
       P0A-READ-EXTRACT.
           READ PAYMENT-EXTRACT
               AT END
                   SET EXTRACT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXTRACT-READ
           END-READ.
       P0A-ROUTE-ONE-ITEM.
           MOVE "N" TO WS-PULL-SW
           IF  NOT PX-CUSTOMER-REFUND
               AND WS-RECALL-COUNT > ZERO
               SET RCL-NDX TO 1
               SEARCH WS-RECALL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RCL-PART-1(RCL-NDX) = PX-SOME-PART-1
                    AND (WS-RCL-PART-2(RCL-NDX) = SPACES
                      OR WS-RCL-PART-2(RCL-NDX) = PX-SOME-PART-2)
                    AND (RCL-SIGNED(RCL-NDX)
                      OR RCL-HONORED(RCL-NDX))
                       SET PULL-THIS-ITEM TO TRUE
               END-SEARCH
           END-IF
           IF  PULL-THIS-ITEM
               PERFORM P0A-UNWIND-ONE-ITEM
           ELSE
               MOVE PAYMENT-EXTRACT-RECORD
                   TO PAYMENT-EXTRACT-NEW-RECORD
               WRITE PAYMENT-EXTRACT-NEW-RECORD
               ADD 1 TO WS-ITEMS-PASSED
               ADD PX-NET-PAYABLE TO WS-PASSED-NET
           END-IF.
       P0A-UNWIND-ONE-ITEM.
           IF  RCL-SIGNED(RCL-NDX)
               SET RCL-HONORED(RCL-NDX) TO TRUE
               ADD 1 TO WS-RECALLS-HONORED
           END-IF
           ADD 1 TO WS-RCL-ITEMS(RCL-NDX)
           ADD PX-NET-PAYABLE TO WS-RCL-AMOUNT(RCL-NDX)
           ADD 1 TO WS-ITEMS-PULLED
           ADD PX-NET-PAYABLE TO WS-PULLED-NET
           PERFORM P0A-REVERSE-JOURNAL
           PERFORM P0A-RESTORE-VENDOR-CREDIT
           PERFORM P0A-RESTORE-PREPAYMENT
           PERFORM P0A-RESTORE-RETAINAGE
           IF  PX-RETAINAGE-RELEASE
               DISPLAY "PAYRCL RETAINAGE RELEASE RECALLED"
                   " VENDOR=" PX-SOME-PART-1
                   " PO=" PX-PO-NUMBER
                   " - NEW COMPLETION CARD NEEDED"
           ELSE
               PERFORM P0A-QUEUE-FOR-REVIEW
           END-IF
           DISPLAY "PAYRCL PULLED " PX-SOME-PART-1 PX-SOME-PART-2
               " INVOICE=" PX-INVOICE-NO
               " NET=" PX-NET-PAYABLE " " PX-CURRENCY-CODE.
      * Mirror image of the lines the release built, as PAYRET
      * reverses a bounced payment: expense (or the prepaid asset
      * for a deposit) comes back out net of the tax the extract
      * carries - expense per cost center, as the release split
      * it - the tax leaves TAXRECOV, and the payable,
      * discount, credit, deposit offset, retainage held and the
      * derived withholding are re-established on the debit side.
      * A recalled retainage release puts retainage payable back
      * in place of expense. Realized-FX lines were self-balancing
      * pairs; their unwind is a correcting entry through the
      * period ledger, not this journal.
       P0A-REVERSE-JOURNAL.
           IF  PX-PREPAY-APPLIED NOT NUMERIC
               MOVE ZERO TO PX-PREPAY-APPLIED
           END-IF
           IF  PX-RETAINED NOT NUMERIC
               MOVE ZERO TO PX-RETAINED
           END-IF
           MOVE PX-CURRENCY-CODE TO WS-JRNL-CURRENCY
           MOVE PX-COMPANY-CODE  TO WS-JRNL-COMPANY
           MOVE SPACES TO WS-JRNL-COST-CENTER
           COMPUTE WS-DERIVED-WHOLD =
               PX-GROSS-AMOUNT - PX-NET-PAYABLE
               - PX-DISCOUNT-TAKEN - PX-CREDIT-APPLIED
               - PX-PREPAY-APPLIED - PX-RETAINED
           IF  WS-DERIVED-WHOLD < ZERO
               MOVE ZERO TO WS-DERIVED-WHOLD
           END-IF
           IF  PX-DEPOSIT
               MOVE "PREPAID " TO WS-JRNL-ACCOUNT
               MOVE "CR"       TO WS-JRNL-DRCR
               COMPUTE WS-JRNL-AMOUNT =
                   PX-GROSS-AMOUNT - PX-TAX-AMOUNT
               PERFORM P0A-ADD-JOURNAL-LINE
           ELSE
               PERFORM P0A-HOLD-EXPENSE-FOR-SPLIT
           END-IF
           MOVE "TAXRECOV" TO WS-JRNL-ACCOUNT
           MOVE "CR"       TO WS-JRNL-DRCR
           MOVE PX-TAX-AMOUNT TO WS-JRNL-AMOUNT
           PERFORM P0A-ADD-JOURNAL-LINE
           IF  PX-RETAINAGE-RELEASE
               MOVE "RETAINPY" TO WS-JRNL-ACCOUNT
               MOVE "CR"       TO WS-JRNL-DRCR
               MOVE PX-NET-PAYABLE TO WS-JRNL-AMOUNT
               PERFORM P0A-ADD-JOURNAL-LINE
           END-IF
           MOVE "ACCTSPAY" TO WS-JRNL-ACCOUNT
           MOVE "DR"       TO WS-JRNL-DRCR
           MOVE PX-NET-PAYABLE TO WS-JRNL-AMOUNT
           PERFORM P0A-ADD-JOURNAL-LINE
           MOVE "DISCTAKE" TO WS-JRNL-ACCOUNT
           MOVE "DR"       TO WS-JRNL-DRCR
           MOVE PX-DISCOUNT-TAKEN TO WS-JRNL-AMOUNT
           PERFORM P0A-ADD-JOURNAL-LINE
           MOVE "VENDCRED" TO WS-JRNL-ACCOUNT
           MOVE "DR"       TO WS-JRNL-DRCR
           MOVE PX-CREDIT-APPLIED TO WS-JRNL-AMOUNT
           PERFORM P0A-ADD-JOURNAL-LINE
           MOVE "PREPAID " TO WS-JRNL-ACCOUNT
           MOVE "DR"       TO WS-JRNL-DRCR
           MOVE PX-PREPAY-APPLIED TO WS-JRNL-AMOUNT
           PERFORM P0A-ADD-JOURNAL-LINE
           MOVE "RETAINPY" TO WS-JRNL-ACCOUNT
           MOVE "DR"       TO WS-JRNL-DRCR
           MOVE PX-RETAINED TO WS-JRNL-AMOUNT
           PERFORM P0A-ADD-JOURNAL-LINE
           MOVE "WHOLDPAY" TO WS-JRNL-ACCOUNT
           MOVE "DR"       TO WS-JRNL-DRCR
           MOVE WS-DERIVED-WHOLD TO WS-JRNL-AMOUNT
           PERFORM P0A-ADD-JOURNAL-LINE.
      * The expense credit is not posted as the invoice is unwound
      * but held on EXPSPLIT, which credits it back later across
      * the cost centers the release debited. An invoice past its
      * table goes back unsplit.
       P0A-HOLD-EXPENSE-FOR-SPLIT.
           COMPUTE ES-AMOUNT = PX-GROSS-AMOUNT - PX-TAX-AMOUNT
           IF  ES-AMOUNT > ZERO
               MOVE PX-SOME-PART-1    TO ES-SOME-PART-1
               MOVE PX-SOME-PART-2    TO ES-SOME-PART-2
               MOVE PX-INVOICE-NO     TO ES-INVOICE-NO
               MOVE PX-COMPANY-CODE   TO ES-COMPANY-CODE
               MOVE PX-CURRENCY-CODE  TO ES-CURRENCY-CODE
               SET ES-ADD-INVOICE TO TRUE
               CALL "EXPSPLIT" USING EXPSPLIT-PARMS
               IF  NOT ES-OK
                   DISPLAY "PAYRCL EXPENSE SPLIT TABLE FULL - "
                       PX-SOME-PART-1 PX-SOME-PART-2
                       " INVOICE=" PX-INVOICE-NO
                       " CREDITED UNSPLIT"
                   MOVE "EXPENSE " TO WS-JRNL-ACCOUNT
                   MOVE "CR"       TO WS-JRNL-DRCR
                   MOVE ES-AMOUNT  TO WS-JRNL-AMOUNT
                   PERFORM P0A-ADD-JOURNAL-LINE
               END-IF
           END-IF.
      * Once every invoice is unwound, the held expense comes back
      * as one EXPENSE credit per cost center per invoice, each in
      * its own invoice's currency and company; the journal table
      * sums them by center as the release did.
       P0A-CREDIT-SPLIT-EXPENSE.
           SET ES-SPLIT TO TRUE
           CALL "EXPSPLIT" USING EXPSPLIT-PARMS
           IF  ES-TABLE-FULL
               DISPLAY "PAYRCL EXPENSE SPLIT HISTORY PAST ITS TABLE"
                   " - REMAINDER CREDITED UNSPLIT"
           END-IF
           MOVE "EXPENSE " TO WS-JRNL-ACCOUNT
           MOVE "CR"       TO WS-JRNL-DRCR
           SET ES-NEXT-LINE TO TRUE
           CALL "EXPSPLIT" USING EXPSPLIT-PARMS
           PERFORM UNTIL ES-NO-MORE
               MOVE ES-CURRENCY-CODE TO WS-JRNL-CURRENCY
               MOVE ES-COMPANY-CODE  TO WS-JRNL-COMPANY
               MOVE ES-COST-CENTER   TO WS-JRNL-COST-CENTER
               MOVE ES-AMOUNT        TO WS-JRNL-AMOUNT
               PERFORM P0A-ADD-JOURNAL-LINE
               SET ES-NEXT-LINE TO TRUE
               CALL "EXPSPLIT" USING EXPSPLIT-PARMS
           END-PERFORM
           MOVE SPACES TO WS-JRNL-COST-CENTER.
       P0A-ADD-JOURNAL-LINE.
           IF  WS-JRNL-AMOUNT > ZERO
               SET JRNL-NDX TO 1
               SEARCH WS-JRNL-ENTRY
                   AT END
                       IF  WS-JRNL-COUNT < 1000
                           ADD 1 TO WS-JRNL-COUNT
                           SET JRNL-NDX TO WS-JRNL-COUNT
                           MOVE WS-JRNL-ACCOUNT
                               TO WS-JRNL-ENT-ACCOUNT(JRNL-NDX)
                           MOVE WS-JRNL-CURRENCY
                               TO WS-JRNL-ENT-CURRENCY(JRNL-NDX)
                           MOVE WS-JRNL-DRCR
                               TO WS-JRNL-ENT-DRCR(JRNL-NDX)
                           MOVE WS-JRNL-AMOUNT
                               TO WS-JRNL-ENT-AMOUNT(JRNL-NDX)
                           MOVE WS-JRNL-COMPANY
                               TO WS-JRNL-ENT-COMPANY(JRNL-NDX)
                           MOVE WS-JRNL-COST-CENTER
                               TO WS-JRNL-ENT-COST-CTR(JRNL-NDX)
                       END-IF
                   WHEN WS-JRNL-ENT-ACCOUNT(JRNL-NDX)
                           = WS-JRNL-ACCOUNT
                    AND WS-JRNL-ENT-CURRENCY(JRNL-NDX)
                           = WS-JRNL-CURRENCY
                    AND WS-JRNL-ENT-COMPANY(JRNL-NDX)
                           = WS-JRNL-COMPANY
                    AND WS-JRNL-ENT-DRCR(JRNL-NDX) = WS-JRNL-DRCR
                    AND WS-JRNL-ENT-COST-CTR(JRNL-NDX)
                           = WS-JRNL-COST-CENTER
                       ADD WS-JRNL-AMOUNT
                           TO WS-JRNL-ENT-AMOUNT(JRNL-NDX)
               END-SEARCH
           END-IF.
       P0A-RESTORE-VENDOR-CREDIT.
           IF  PX-CREDIT-APPLIED > ZERO
               ADD PX-CREDIT-APPLIED TO WS-CREDIT-RESTORED
               SET CRED-NDX TO 1
               SEARCH WS-CREDIT-ENTRY
                   AT END
                       IF  WS-CREDIT-COUNT < 5000
                           ADD 1 TO WS-CREDIT-COUNT
                           SET CRED-NDX TO WS-CREDIT-COUNT
                           MOVE PX-SOME-PART-1
                               TO WS-CRED-VENDOR(CRED-NDX)
                           MOVE PX-CREDIT-APPLIED
                               TO WS-CRED-BALANCE(CRED-NDX)
                           MOVE BZ-BUSINESS-DATE
                               TO WS-CRED-MOVED(CRED-NDX)
                       END-IF
                   WHEN WS-CRED-VENDOR(CRED-NDX) = PX-SOME-PART-1
                       ADD PX-CREDIT-APPLIED
                           TO WS-CRED-BALANCE(CRED-NDX)
                       MOVE BZ-BUSINESS-DATE
                           TO WS-CRED-MOVED(CRED-NDX)
               END-SEARCH
           END-IF.
      * An offset deposit goes back on its PO for the resubmitted
      * invoice to take again; a recalled deposit never reached
      * the vendor, so it leaves the PO's balance - as far as what
      * is left of it allows.
       P0A-RESTORE-PREPAYMENT.
           IF  PX-DEPOSIT
               COMPUTE WS-DEPOSIT-AMOUNT =
                   PX-GROSS-AMOUNT - PX-TAX-AMOUNT
               SET PREP-NDX TO 1
               SEARCH WS-PREPAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PREP-VENDOR(PREP-NDX) = PX-SOME-PART-1
                    AND WS-PREP-PO(PREP-NDX) = PX-PO-NUMBER
                    AND WS-PREP-COMPANY(PREP-NDX) = PX-COMPANY-CODE
                    AND WS-PREP-CURRENCY(PREP-NDX) = PX-CURRENCY-CODE
                       IF  WS-DEPOSIT-AMOUNT > WS-PREP-BALANCE(PREP-NDX)
                           MOVE WS-PREP-BALANCE(PREP-NDX)
                               TO WS-DEPOSIT-AMOUNT
                       END-IF
                       SUBTRACT WS-DEPOSIT-AMOUNT
                           FROM WS-PREP-BALANCE(PREP-NDX)
                       MOVE BZ-BUSINESS-DATE
                           TO WS-PREP-MOVED(PREP-NDX)
                       ADD WS-DEPOSIT-AMOUNT TO WS-DEPOSITS-REVERSED
                       SET PREPAY-CHANGED TO TRUE
               END-SEARCH
           END-IF
           IF  PX-PREPAY-APPLIED > ZERO
               ADD PX-PREPAY-APPLIED TO WS-PREPAY-RESTORED
               SET PREPAY-CHANGED TO TRUE
               SET PREP-NDX TO 1
               SEARCH WS-PREPAY-ENTRY
                   AT END
                       IF  WS-PREPAY-COUNT < 2000
                           ADD 1 TO WS-PREPAY-COUNT
                           SET PREP-NDX TO WS-PREPAY-COUNT
                           MOVE PX-SOME-PART-1
                               TO WS-PREP-VENDOR(PREP-NDX)
                           MOVE PX-PO-NUMBER
                               TO WS-PREP-PO(PREP-NDX)
                           MOVE PX-COMPANY-CODE
                               TO WS-PREP-COMPANY(PREP-NDX)
                           MOVE PX-CURRENCY-CODE
                               TO WS-PREP-CURRENCY(PREP-NDX)
                           MOVE PX-PREPAY-APPLIED
                               TO WS-PREP-DEPOSIT(PREP-NDX)
                           MOVE PX-PREPAY-APPLIED
                               TO WS-PREP-BALANCE(PREP-NDX)
                           MOVE PX-PAY-DATE
                               TO WS-PREP-DATE(PREP-NDX)
                           MOVE PX-INVOICE-NO
                               TO WS-PREP-INVOICE(PREP-NDX)
                           MOVE BZ-BUSINESS-DATE
                               TO WS-PREP-MOVED(PREP-NDX)
                       END-IF
                   WHEN WS-PREP-VENDOR(PREP-NDX) = PX-SOME-PART-1
                    AND WS-PREP-PO(PREP-NDX) = PX-PO-NUMBER
                    AND WS-PREP-COMPANY(PREP-NDX) = PX-COMPANY-CODE
                    AND WS-PREP-CURRENCY(PREP-NDX) = PX-CURRENCY-CODE
                       ADD PX-PREPAY-APPLIED
                           TO WS-PREP-BALANCE(PREP-NDX)
                       MOVE BZ-BUSINESS-DATE
                           TO WS-PREP-MOVED(PREP-NDX)
               END-SEARCH
           END-IF.
      * Retainage an invoice held back comes off its PO's ledger
      * balance - as far as what is left of it allows. A recalled
      * release goes back on the ledger to be paid again on a
      * fresh completion card.
       P0A-RESTORE-RETAINAGE.
           IF  PX-RETAINED > ZERO
               MOVE PX-RETAINED TO WS-RETAINED-AMOUNT
               SET RETL-NDX TO 1
               SEARCH WS-RETL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RETL-VENDOR(RETL-NDX) = PX-SOME-PART-1
                    AND WS-RETL-PO(RETL-NDX) = PX-PO-NUMBER
                    AND WS-RETL-COMPANY(RETL-NDX) = PX-COMPANY-CODE
                    AND WS-RETL-CURRENCY(RETL-NDX) = PX-CURRENCY-CODE
                       IF  WS-RETAINED-AMOUNT
                               > WS-RETL-BALANCE(RETL-NDX)
                           MOVE WS-RETL-BALANCE(RETL-NDX)
                               TO WS-RETAINED-AMOUNT
                       END-IF
                       SUBTRACT WS-RETAINED-AMOUNT
                           FROM WS-RETL-BALANCE(RETL-NDX)
                       SUBTRACT WS-RETAINED-AMOUNT
                           FROM WS-RETL-RETAINED(RETL-NDX)
                       MOVE BZ-BUSINESS-DATE
                           TO WS-RETL-MOVED(RETL-NDX)
                       ADD WS-RETAINED-AMOUNT TO WS-RETAINAGE-RESTORED
                       SET RETLED-CHANGED TO TRUE
               END-SEARCH
           END-IF
           IF  PX-RETAINAGE-RELEASE
               ADD PX-NET-PAYABLE TO WS-RELEASES-REVERSED
               SET RETLED-CHANGED TO TRUE
               SET RETL-NDX TO 1
               SEARCH WS-RETL-ENTRY
                   AT END
                       IF  WS-RETL-COUNT < 2000
                           ADD 1 TO WS-RETL-COUNT
                           SET RETL-NDX TO WS-RETL-COUNT
                           MOVE PX-SOME-PART-1
                               TO WS-RETL-VENDOR(RETL-NDX)
                           MOVE PX-SOME-PART-2
                               TO WS-RETL-PART-2(RETL-NDX)
                           MOVE PX-PO-NUMBER
                               TO WS-RETL-PO(RETL-NDX)
                           MOVE PX-COMPANY-CODE
                               TO WS-RETL-COMPANY(RETL-NDX)
                           MOVE PX-CURRENCY-CODE
                               TO WS-RETL-CURRENCY(RETL-NDX)
                           MOVE ZERO TO WS-RETL-PCT(RETL-NDX)
                           MOVE PX-NET-PAYABLE
                               TO WS-RETL-RETAINED(RETL-NDX)
                           MOVE ZERO TO WS-RETL-RELEASED(RETL-NDX)
                           MOVE PX-NET-PAYABLE
                               TO WS-RETL-BALANCE(RETL-NDX)
                           MOVE BZ-BUSINESS-DATE
                               TO WS-RETL-FIRST(RETL-NDX)
                           MOVE BZ-BUSINESS-DATE
                               TO WS-RETL-MOVED(RETL-NDX)
                       END-IF
                   WHEN WS-RETL-VENDOR(RETL-NDX) = PX-SOME-PART-1
                    AND WS-RETL-PO(RETL-NDX) = PX-PO-NUMBER
                    AND WS-RETL-COMPANY(RETL-NDX) = PX-COMPANY-CODE
                    AND WS-RETL-CURRENCY(RETL-NDX) = PX-CURRENCY-CODE
                       ADD PX-NET-PAYABLE
                           TO WS-RETL-BALANCE(RETL-NDX)
                       IF  PX-NET-PAYABLE > WS-RETL-RELEASED(RETL-NDX)
                           MOVE ZERO TO WS-RETL-RELEASED(RETL-NDX)
                       ELSE
                           SUBTRACT PX-NET-PAYABLE
                               FROM WS-RETL-RELEASED(RETL-NDX)
                       END-IF
                       MOVE BZ-BUSINESS-DATE
                           TO WS-RETL-MOVED(RETL-NDX)
               END-SEARCH
           END-IF.
       P0A-QUEUE-FOR-REVIEW.
           MOVE PX-SOME-PART-1       TO RQ-SOME-PART-1
           MOVE PX-SOME-PART-2       TO RQ-SOME-PART-2
           MOVE PX-GROSS-AMOUNT      TO RQ-INVOICE-AMOUNT
           MOVE PX-PAY-DATE          TO RQ-INVOICE-DATE
           MOVE PX-CURRENCY-CODE     TO RQ-CURRENCY
           MOVE "HELD - PAYMENT RECALLED" TO RQ-REASON
           MOVE PX-INVOICE-NO        TO RQ-INVOICE-NO
           MOVE PX-COMPANY-CODE      TO RQ-COMPANY-CODE
           WRITE REVIEW-QUEUE-RECORD.
      * A recall still standing past the lapse period named an
      * item that is not coming - paid before it was asked for,
      * or keyed wrongly - and leaves the register.
       P0A-LAPSE-OLD-RECALLS.
           PERFORM VARYING RCL-NDX FROM 1 BY 1
                   UNTIL RCL-NDX > WS-RECALL-COUNT
               IF  RCL-AWAITING(RCL-NDX) OR RCL-SIGNED(RCL-NDX)
                   MOVE ZERO TO WS-DAYS-STANDING
                   IF  WS-RCL-ASKED-DATE(RCL-NDX) NUMERIC
                       AND WS-RCL-ASKED-DATE(RCL-NDX) > ZERO
                       AND WS-RCL-ASKED-DATE(RCL-NDX)
                           NOT > BZ-BUSINESS-DATE
                       COMPUTE WS-DAYS-STANDING =
                           FUNCTION INTEGER-OF-DATE(BZ-BUSINESS-DATE)
                           - FUNCTION INTEGER-OF-DATE
                               (WS-RCL-ASKED-DATE(RCL-NDX))
                   END-IF
                   IF  WS-DAYS-STANDING > WS-LAPSE-DAYS
                       SET RCL-LAPSED(RCL-NDX) TO TRUE
                       ADD 1 TO WS-RECALLS-LAPSED
                       DISPLAY "PAYRCL RECALL LAPSED "
                           WS-RCL-PART-1(RCL-NDX)
                           WS-RCL-PART-2(RCL-NDX)
                           " ASKED " WS-RCL-ASKED-DATE(RCL-NDX)
                   END-IF
               END-IF
           END-PERFORM.
       P0A-LOAD-CREDIT-BALANCES.
           MOVE ZERO TO WS-LOAD-RECS-READ.
           OPEN INPUT CREDIT-BALANCE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-CREDIT-BALANCE
               PERFORM UNTIL CREDBAL-EOF
                   ADD 1 TO WS-LOAD-RECS-READ
                   IF  WS-CREDIT-COUNT < 5000
                       ADD 1 TO WS-CREDIT-COUNT
                       SET CRED-NDX TO WS-CREDIT-COUNT
                       MOVE CB-VENDOR-ID
                           TO WS-CRED-VENDOR(CRED-NDX)
                       MOVE CB-CREDIT-BALANCE
                           TO WS-CRED-BALANCE(CRED-NDX)
                       MOVE CB-LAST-MOVED
                           TO WS-CRED-MOVED(CRED-NDX)
                   END-IF
                   PERFORM P0A-READ-CREDIT-BALANCE
               END-PERFORM
               CLOSE CREDIT-BALANCE
               IF  WS-LOAD-RECS-READ > WS-CREDIT-COUNT
                   SET LOAD-TRUNCATED TO TRUE
                   DISPLAY "CREDBAL LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-CREDIT-COUNT
               END-IF
           END-IF.
       P0A-READ-CREDIT-BALANCE.
           READ CREDIT-BALANCE
               AT END
                   SET CREDBAL-EOF TO TRUE
           END-READ.
       P0A-WRITE-CREDIT-BALANCES.
           IF  WS-CREDIT-RESTORED > ZERO
               OPEN OUTPUT CREDIT-BALANCE
               PERFORM VARYING CRED-NDX FROM 1 BY 1
                       UNTIL CRED-NDX > WS-CREDIT-COUNT
                   IF  WS-CRED-BALANCE(CRED-NDX) > ZERO
                       MOVE WS-CRED-VENDOR(CRED-NDX)
                           TO CB-VENDOR-ID
                       MOVE WS-CRED-BALANCE(CRED-NDX)
                           TO CB-CREDIT-BALANCE
                       MOVE WS-CRED-MOVED(CRED-NDX)
                           TO CB-LAST-MOVED
                       WRITE CREDIT-BALANCE-RECORD
                   END-IF
               END-PERFORM
               CLOSE CREDIT-BALANCE
           END-IF.
       P0A-LOAD-PREPAYMENTS.
           MOVE ZERO TO WS-LOAD-RECS-READ.
           OPEN INPUT PREPAYMENT-BALANCE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-PREPAYMENT
               PERFORM UNTIL PREPAY-EOF
                   ADD 1 TO WS-LOAD-RECS-READ
                   IF  WS-PREPAY-COUNT < 2000
                       ADD 1 TO WS-PREPAY-COUNT
                       SET PREP-NDX TO WS-PREPAY-COUNT
                       MOVE PP-VENDOR-ID
                           TO WS-PREP-VENDOR(PREP-NDX)
                       MOVE PP-PO-NUMBER
                           TO WS-PREP-PO(PREP-NDX)
                       MOVE PP-COMPANY-CODE
                           TO WS-PREP-COMPANY(PREP-NDX)
                       MOVE PP-CURRENCY-CODE
                           TO WS-PREP-CURRENCY(PREP-NDX)
                       MOVE PP-DEPOSIT-AMOUNT
                           TO WS-PREP-DEPOSIT(PREP-NDX)
                       MOVE PP-BALANCE
                           TO WS-PREP-BALANCE(PREP-NDX)
                       MOVE PP-DEPOSIT-DATE
                           TO WS-PREP-DATE(PREP-NDX)
                       MOVE PP-INVOICE-NO
                           TO WS-PREP-INVOICE(PREP-NDX)
                       MOVE PP-LAST-MOVED
                           TO WS-PREP-MOVED(PREP-NDX)
                   END-IF
                   PERFORM P0A-READ-PREPAYMENT
               END-PERFORM
               CLOSE PREPAYMENT-BALANCE
               IF  WS-LOAD-RECS-READ > WS-PREPAY-COUNT
                   SET LOAD-TRUNCATED TO TRUE
                   DISPLAY "PREPAY LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-PREPAY-COUNT
               END-IF
           END-IF.
       P0A-READ-PREPAYMENT.
           READ PREPAYMENT-BALANCE
               AT END
                   SET PREPAY-EOF TO TRUE
           END-READ.
       P0A-WRITE-PREPAYMENTS.
           IF  PREPAY-CHANGED
               OPEN OUTPUT PREPAYMENT-BALANCE
               PERFORM VARYING PREP-NDX FROM 1 BY 1
                       UNTIL PREP-NDX > WS-PREPAY-COUNT
                   IF  WS-PREP-BALANCE(PREP-NDX) > ZERO
                       MOVE WS-PREP-VENDOR(PREP-NDX)
                           TO PP-VENDOR-ID
                       MOVE WS-PREP-PO(PREP-NDX)
                           TO PP-PO-NUMBER
                       MOVE WS-PREP-COMPANY(PREP-NDX)
                           TO PP-COMPANY-CODE
                       MOVE WS-PREP-CURRENCY(PREP-NDX)
                           TO PP-CURRENCY-CODE
                       MOVE WS-PREP-DEPOSIT(PREP-NDX)
                           TO PP-DEPOSIT-AMOUNT
                       MOVE WS-PREP-BALANCE(PREP-NDX)
                           TO PP-BALANCE
                       MOVE WS-PREP-DATE(PREP-NDX)
                           TO PP-DEPOSIT-DATE
                       MOVE WS-PREP-INVOICE(PREP-NDX)
                           TO PP-INVOICE-NO
                       MOVE WS-PREP-MOVED(PREP-NDX)
                           TO PP-LAST-MOVED
                       WRITE PREPAYMENT-BALANCE-RECORD
                   END-IF
               END-PERFORM
               CLOSE PREPAYMENT-BALANCE
           END-IF.
       P0A-LOAD-RETAINAGE.
           MOVE ZERO TO WS-LOAD-RECS-READ.
           OPEN INPUT RETAINAGE-LEDGER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-RETAINAGE
               PERFORM UNTIL RETLED-EOF
                   ADD 1 TO WS-LOAD-RECS-READ
                   IF  WS-RETL-COUNT < 2000
                       ADD 1 TO WS-RETL-COUNT
                       SET RETL-NDX TO WS-RETL-COUNT
                       MOVE RL-VENDOR-ID
                           TO WS-RETL-VENDOR(RETL-NDX)
                       MOVE RL-SOME-PART-2
                           TO WS-RETL-PART-2(RETL-NDX)
                       MOVE RL-PO-NUMBER
                           TO WS-RETL-PO(RETL-NDX)
                       MOVE RL-COMPANY-CODE
                           TO WS-RETL-COMPANY(RETL-NDX)
                       MOVE RL-CURRENCY-CODE
                           TO WS-RETL-CURRENCY(RETL-NDX)
                       MOVE RL-RETAIN-PCT
                           TO WS-RETL-PCT(RETL-NDX)
                       MOVE RL-RETAINED
                           TO WS-RETL-RETAINED(RETL-NDX)
                       MOVE RL-RELEASED
                           TO WS-RETL-RELEASED(RETL-NDX)
                       MOVE RL-BALANCE
                           TO WS-RETL-BALANCE(RETL-NDX)
                       MOVE RL-FIRST-HELD
                           TO WS-RETL-FIRST(RETL-NDX)
                       MOVE RL-LAST-MOVED
                           TO WS-RETL-MOVED(RETL-NDX)
                   END-IF
                   PERFORM P0A-READ-RETAINAGE
               END-PERFORM
               CLOSE RETAINAGE-LEDGER
               IF  WS-LOAD-RECS-READ > WS-RETL-COUNT
                   SET LOAD-TRUNCATED TO TRUE
                   DISPLAY "RETLEDG LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-RETL-COUNT
               END-IF
           END-IF.
       P0A-READ-RETAINAGE.
           READ RETAINAGE-LEDGER
               AT END
                   SET RETLED-EOF TO TRUE
           END-READ.
       P0A-WRITE-RETAINAGE.
           IF  RETLED-CHANGED
               OPEN OUTPUT RETAINAGE-LEDGER
               PERFORM VARYING RETL-NDX FROM 1 BY 1
                       UNTIL RETL-NDX > WS-RETL-COUNT
                   IF  WS-RETL-BALANCE(RETL-NDX) > ZERO
                       MOVE WS-RETL-VENDOR(RETL-NDX)
                           TO RL-VENDOR-ID
                       MOVE WS-RETL-PART-2(RETL-NDX)
                           TO RL-SOME-PART-2
                       MOVE WS-RETL-PO(RETL-NDX)
                           TO RL-PO-NUMBER
                       MOVE WS-RETL-COMPANY(RETL-NDX)
                           TO RL-COMPANY-CODE
                       MOVE WS-RETL-CURRENCY(RETL-NDX)
                           TO RL-CURRENCY-CODE
                       MOVE WS-RETL-PCT(RETL-NDX)
                           TO RL-RETAIN-PCT
                       MOVE WS-RETL-RETAINED(RETL-NDX)
                           TO RL-RETAINED
                       MOVE WS-RETL-RELEASED(RETL-NDX)
                           TO RL-RELEASED
                       MOVE WS-RETL-BALANCE(RETL-NDX)
                           TO RL-BALANCE
                       MOVE WS-RETL-FIRST(RETL-NDX)
                           TO RL-FIRST-HELD
                       MOVE WS-RETL-MOVED(RETL-NDX)
                           TO RL-LAST-MOVED
                       WRITE RETAINAGE-LEDGER-RECORD
                   END-IF
               END-PERFORM
               CLOSE RETAINAGE-LEDGER
           END-IF.
      * GLPOST reads the journal in its concatenation every night,
      * so it is written - empty when nothing was recalled - as
      * long as it balances.
       P0A-WRITE-RECALL-JOURNAL.
           MOVE ZERO TO WS-JRNL-TOTAL-DR
           MOVE ZERO TO WS-JRNL-TOTAL-CR
           PERFORM VARYING JRNL-NDX FROM 1 BY 1
                   UNTIL JRNL-NDX > WS-JRNL-COUNT
               IF  WS-JRNL-ENT-DRCR(JRNL-NDX) = "DR"
                   ADD WS-JRNL-ENT-AMOUNT(JRNL-NDX)
                       TO WS-JRNL-TOTAL-DR
               ELSE
                   ADD WS-JRNL-ENT-AMOUNT(JRNL-NDX)
                       TO WS-JRNL-TOTAL-CR
               END-IF
           END-PERFORM
           IF  WS-JRNL-TOTAL-DR = WS-JRNL-TOTAL-CR
               OPEN OUTPUT RECALL-JOURNAL
               PERFORM VARYING JRNL-NDX FROM 1 BY 1
                       UNTIL JRNL-NDX > WS-JRNL-COUNT
                   MOVE WS-JRNL-ENT-ACCOUNT(JRNL-NDX)  TO JL-ACCOUNT
                   MOVE WS-JRNL-ENT-CURRENCY(JRNL-NDX) TO JL-CURRENCY
                   MOVE WS-JRNL-ENT-DRCR(JRNL-NDX)     TO JL-DR-CR
                   MOVE WS-JRNL-ENT-AMOUNT(JRNL-NDX)   TO JL-AMOUNT
                   MOVE WS-JRNL-ENT-COMPANY(JRNL-NDX)
                       TO JL-COMPANY-CODE
                   MOVE WS-JRNL-ENT-COST-CTR(JRNL-NDX)
                       TO JL-COST-CENTER
                   WRITE GL-JOURNAL-RECORD
               END-PERFORM
               CLOSE RECALL-JOURNAL
               DISPLAY "PAYRCL RECALL JOURNAL IN BALANCE - DR=CR="
                   WS-JRNL-TOTAL-DR
           ELSE
               DISPLAY "PAYRCL RECALL JOURNAL OUT OF BALANCE - DR="
                   WS-JRNL-TOTAL-DR " CR=" WS-JRNL-TOTAL-CR
                   " - JOURNAL NOT RELEASED"
               MOVE 8 TO RETURN-CODE
           END-IF.
      * Only recalls still awaiting sign-off or signed and not yet
      * honored carry forward.
       P0A-WRITE-REGISTER.
           OPEN OUTPUT RECALL-REGISTER-NEW.
           PERFORM VARYING RCL-NDX FROM 1 BY 1
                   UNTIL RCL-NDX > WS-RECALL-COUNT
               IF  RCL-AWAITING(RCL-NDX) OR RCL-SIGNED(RCL-NDX)
                   ADD 1 TO WS-RECALLS-STANDING
                   MOVE WS-RCL-PART-1(RCL-NDX)   TO RG-SOME-PART-1
                   MOVE WS-RCL-PART-2(RCL-NDX)   TO RG-SOME-PART-2
                   MOVE WS-RCL-STATUS(RCL-NDX)   TO RG-STATUS
                   MOVE WS-RCL-ASKED-BY(RCL-NDX) TO RG-REQUESTED-BY
                   MOVE WS-RCL-ASKED-DATE(RCL-NDX)
                       TO RG-REQUEST-DATE
                   MOVE WS-RCL-SIGNED-BY(RCL-NDX) TO RG-SIGNED-BY
                   MOVE WS-RCL-SIGNED-DATE(RCL-NDX)
                       TO RG-SIGNED-DATE
                   MOVE WS-RCL-REASON(RCL-NDX)   TO RG-REASON
                   WRITE RECALL-REGISTER-NEW-RECORD
                       FROM RECALL-REGISTER-RECORD
               END-IF
           END-PERFORM.
           CLOSE RECALL-REGISTER-NEW.
      * The register as it stands after tonight's run: every
      * recall still open for the second user to sign, and every
      * one honored, cancelled or lapsed tonight.
       P0A-PRINT-REGISTER.
           MOVE SPACES TO RECALL-REPORT-RECORD
           WRITE RECALL-REPORT-RECORD
           MOVE WS-REG-HEADING TO RECALL-REPORT-RECORD
           WRITE RECALL-REPORT-RECORD
           MOVE WS-REG-COLUMNS TO RECALL-REPORT-RECORD
           WRITE RECALL-REPORT-RECORD
           PERFORM VARYING RCL-NDX FROM 1 BY 1
                   UNTIL RCL-NDX > WS-RECALL-COUNT
               MOVE WS-RCL-PART-1(RCL-NDX)    TO PR-PART-1
               MOVE WS-RCL-PART-2(RCL-NDX)    TO PR-PART-2
               MOVE WS-RCL-ASKED-BY(RCL-NDX)  TO PR-ASKED-BY
               MOVE WS-RCL-SIGNED-BY(RCL-NDX) TO PR-SIGNED-BY
               MOVE WS-RCL-ITEMS(RCL-NDX)     TO PR-ITEMS
               MOVE WS-RCL-AMOUNT(RCL-NDX)    TO PR-AMOUNT
               EVALUATE TRUE
                   WHEN RCL-AWAITING(RCL-NDX)
                       MOVE "AWAITING SIGN-OFF" TO PR-STATUS
                   WHEN RCL-SIGNED(RCL-NDX)
                       MOVE "SIGNED - NOT IN FILE" TO PR-STATUS
                   WHEN RCL-HONORED(RCL-NDX)
                       MOVE "HONORED - PULLED" TO PR-STATUS
                   WHEN RCL-CANCELLED(RCL-NDX)
                       MOVE WS-RCL-CANCELLED-BY(RCL-NDX)
                           TO PR-SIGNED-BY
                       MOVE "CANCELLED" TO PR-STATUS
                   WHEN OTHER
                       MOVE "LAPSED - NOT HONORED" TO PR-STATUS
               END-EVALUATE
               MOVE WS-REG-LINE TO RECALL-REPORT-RECORD
               WRITE RECALL-REPORT-RECORD
           END-PERFORM.
           MOVE WS-RECALLS-HONORED  TO TL-HONORED.
           MOVE WS-ITEMS-PULLED     TO TL-ITEMS.
           MOVE WS-RECALLS-STANDING TO TL-STANDING.
           MOVE SPACES TO RECALL-REPORT-RECORD.
           WRITE RECALL-REPORT-RECORD.
           MOVE WS-TOTAL-LINE TO RECALL-REPORT-RECORD.
           WRITE RECALL-REPORT-RECORD.
      * A recall decided tonight goes on the controls evidence:
      * who asked, who signed it off, and whether it was honored
      * (A), cancelled (D) or lapsed unhonored (S).
       P0A-WRITE-EVIDENCE.
           OPEN EXTEND EVIDENCE-OUT.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT EVIDENCE-OUT
           END-IF.
           PERFORM VARYING RCL-NDX FROM 1 BY 1
                   UNTIL RCL-NDX > WS-RECALL-COUNT
               IF  RCL-HONORED(RCL-NDX) OR RCL-CANCELLED(RCL-NDX)
                   OR RCL-LAPSED(RCL-NDX)
                   MOVE SPACES TO CONTROL-EVIDENCE-RECORD
                   MOVE BZ-TIMESTAMP TO CE-TIMESTAMP
                   SET CE-PAYMENT-RECALL TO TRUE
                   MOVE WS-RCL-PART-1(RCL-NDX) TO CE-KEY(1:4)
                   MOVE WS-RCL-PART-2(RCL-NDX) TO CE-KEY(5:4)
                   MOVE "R" TO CE-ACTION
                   MOVE WS-RCL-AMOUNT(RCL-NDX) TO CE-AMOUNT
                   MOVE WS-RCL-ASKED-BY(RCL-NDX) TO CE-MAKER
                   MOVE WS-RCL-SIGNED-BY(RCL-NDX) TO CE-APPROVER-1
                   MOVE 1 TO CE-APPROVALS-REQD
                   EVALUATE TRUE
                       WHEN RCL-HONORED(RCL-NDX)
                           SET CE-APPLIED  TO TRUE
                       WHEN RCL-CANCELLED(RCL-NDX)
                           SET CE-DECLINED TO TRUE
                       WHEN OTHER
                           SET CE-SKIPPED  TO TRUE
                   END-EVALUATE
                   WRITE CONTROL-EVIDENCE-RECORD
               END-IF
           END-PERFORM.
           CLOSE EVIDENCE-OUT.
      * Records read are tonight's extract, exceptions the items
      * pulled from it, so the net and the amount are what PAYCONS
      * should read from the new PAYEXT.
       P0A-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT CONTROL-TOTALS
           END-IF.
           MOVE "PAYRCL  "           TO CT-PROGRAM-ID.
           MOVE WS-TIMESTAMP         TO CT-TIMESTAMP.
           MOVE WS-EXTRACT-READ      TO CT-RECORDS-READ.
           MOVE WS-ITEMS-PULLED      TO CT-EXCEPTIONS-LOGGED.
           MOVE WS-RECALLS-HONORED   TO CT-RESOLVED-LOGGED.
           MOVE WS-PASSED-NET        TO CT-AMOUNT-TOTAL.
           MOVE ZERO                 TO CT-SEQUENCE-ERRORS.
           CALL "RUNID" USING RUNID-PARMS
           MOVE RI-RUN-ID TO CT-RUN-ID
           WRITE CONTROL-TOTALS-RECORD.
           CLOSE CONTROL-TOTALS.
