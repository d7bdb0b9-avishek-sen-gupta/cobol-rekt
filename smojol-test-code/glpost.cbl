      * ledger, so the journal stops dying at dawn. The journal
      * input arrives as one concatenation in the gljrnl layout:
      * the invoice run's journal, the bounced-payment reversal
      * journal, the manual ledger-adjustment entries the
      * accountants key to clear forced suspense, and the
      * receivables journal ARJRNL builds from the night's
      * charges, cash and refunds. The ledger
      * (PERLEDG) carries one record per account / currency /
      * company / cost center / period (YYYYMM off the business
      * date) - so department managers see their own spend - with
      * cumulative DR and CR sides; tonight's journal lines are
      * added in and the updated ledger goes to a new generation
      * the JCL swaps back. The trial balance report shows every
      * current period as the last act of the close. The step's
      * CT-AMOUNT-TOTAL carries the batch's posted debits, tying
      * each posting batch to the run that produced it.
      * The month-end cycle runs the same program with a GLPPARM
      * card of MONTHEND over the accrual, late-fee, write-off and
      * doubtful-debt provision journals: those lines post as the
      * month-end batch on ledger rows of their own (PL-BATCH ME),
      * the trial balance shows the batch in a section of its own,
      * and the period is then locked - the month-end batch is the
      * period's last posting.
      * A PERCLOSE marker for the month-end batch refuses a second
      * month-end posting into the same period. The accrual's
      * reversal file (ACCRREV) is held on ACCRHELD against the
      * following period, and the first posting run of that period
      * posts it automatically (PL-BATCH RV) and marks it done, so
      * the accrual washes out as the real releases post.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CLOSE ASSIGN TO "PERCLOSE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCRUAL-REVERSAL ASSIGN TO "ACCRREV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCRUAL-HELD ASSIGN TO "ACCRHELD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRIAL-BALANCE ASSIGN TO "TRIALBAL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
       01  GLPOST-PARM-FIELDS.
           05  GP-ACTION          PIC X(08).
               88  GP-CLOSE-PERIOD VALUE "CLOSE   ".
               88  GP-MONTH-END    VALUE "MONTHEND".
           05  FILLER             PIC X(72).
       FD  GL-JOURNAL.
           COPY "gljrnl.cpy".
       FD  PERIOD-LEDGER.
           COPY "perledg.cpy".
       FD  PERIOD-LEDGER-NEW.
       01  PERIOD-LEDGER-NEW-REC PIC X(58).
      * One record per period event. A blank event is a lock
      * written before the events were kept apart.
       FD  PERIOD-CLOSE.
       01  PERIOD-CLOSE-RECORD.
           05  PC-PERIOD          PIC 9(06).
           05  PC-EVENT           PIC X(01).
               88  PC-LOCKED          VALUE "C" " ".
               88  PC-MONTH-END-POSTED VALUE "M".
               88  PC-REVERSAL-POSTED VALUE "R".
      * The mirror-image accrual APACCR writes at month end.
       FD  ACCRUAL-REVERSAL.
       01  ACCRUAL-REVERSAL-RECORD.
           05  AR-ACCOUNT         PIC X(08).
           05  AR-CURRENCY        PIC X(04).
           05  AR-DR-CR           PIC X(02).
           05  AR-AMOUNT          PIC 9(11)V99.
      * The reversal held against the period it posts into.
       FD  ACCRUAL-HELD.
       01  ACCRUAL-HELD-RECORD.
           05  AH-PERIOD          PIC 9(06).
           05  AH-ACCOUNT         PIC X(08).
           05  AH-CURRENCY        PIC X(04).
           05  AH-DR-CR           PIC X(02).
           05  AH-AMOUNT          PIC 9(11)V99.
           05  AH-COMPANY-CODE    PIC X(02).
       FD  TRIAL-BALANCE.
       01  TRIAL-BALANCE-RECORD  PIC X(90).
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       WORKING-STORAGE SECTION.
            88 PERIOD-CLOSED       VALUE "Y".
       01  WS-CLOSE-REQUESTED-SW   PIC X VALUE "N".
            88 CLOSE-REQUESTED     VALUE "Y".
       01  WS-MONTH-END-SW         PIC X VALUE "N".
            88 MONTH-END-REQUESTED VALUE "Y".
       01  WS-ME-POSTED-SW         PIC X VALUE "N".
            88 MONTH-END-POSTED    VALUE "Y".
       01  WS-REV-POSTED-SW        PIC X VALUE "N".
            88 REVERSAL-POSTED     VALUE "Y".
       01  WS-HELD-EOF-SW          PIC X VALUE "N".
            88 HELD-EOF            VALUE "Y".
       01  WS-PERIOD-EVENT         PIC X(01) VALUE SPACE.
       01  WS-NEXT-PERIOD          PIC 9(06) VALUE ZERO.
       01  WS-NEXT-PERIOD-PARTS REDEFINES WS-NEXT-PERIOD.
           05  WS-NEXT-YEAR        PIC 9(04).
           05  WS-NEXT-MONTH       PIC 9(02).
       01  WS-REVERSALS-POSTED     PIC 9(07) VALUE ZERO.
       01  WS-REVERSALS-HELD       PIC 9(07) VALUE ZERO.
       01  WS-REVERSAL-DR          PIC 9(13)V99 VALUE ZERO.
       01  WS-REVERSAL-CR          PIC 9(13)V99 VALUE ZERO.
      * The line being posted - a journal line, or a held reversal
      * line - and the batch it posts under.
       01  WS-POST-BATCH           PIC X(02) VALUE SPACES.
       01  WS-POST-LINE.
           05  WS-POST-ACCOUNT     PIC X(08).
           05  WS-POST-CURRENCY    PIC X(04).
           05  WS-POST-DR-CR       PIC X(02).
           05  WS-POST-AMOUNT      PIC 9(11)V99.
           05  WS-POST-COMPANY     PIC X(02).
           05  WS-POST-COST-CTR    PIC X(06).
       01  WS-CURRENT-PERIOD       PIC 9(06) VALUE ZERO.
       01  WS-LINES-POSTED         PIC 9(07) VALUE ZERO.
       01  WS-BATCH-DR             PIC 9(13)V99 VALUE ZERO.
       01  WS-GRAND-CR             PIC 9(15)V99 VALUE ZERO.
       01  WS-NET-MOVEMENT         PIC S9(13)V99 VALUE ZERO.
       01  WS-LOAD-RECS-READ       PIC 9(07) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(02) VALUE ZERO.
       01  WS-LEDGER-TRUNC-SW      PIC X VALUE "N".
            88 LEDGER-TRUNCATED    VALUE "Y".
       01  WS-LEDGER-COUNT         PIC 9(04) COMP VALUE 0.
               10  WS-LED-ACCOUNT  PIC X(08).
               10  WS-LED-CURRENCY PIC X(04).
               10  WS-LED-COMPANY  PIC X(02).
               10  WS-LED-COST-CTR PIC X(06).
               10  WS-LED-DR       PIC 9(13)V99.
               10  WS-LED-CR       PIC 9(13)V99.
               10  WS-LED-BATCH    PIC X(02).
       01  WS-HEADING-LINE.
           05  FILLER  PIC X(31)
                   VALUE "TRIAL BALANCE FOR PERIOD       ".
           05  HL-PERIOD PIC 9(06).
      * The trial balance lists the nightly rows, then each tagged
      * batch under its own heading with its own subtotal.
       01  WS-BATCH-LIST-VALUES.
           05  FILLER PIC X(02) VALUE SPACES.
           05  FILLER PIC X(30) VALUE SPACES.
           05  FILLER PIC X(02) VALUE "ME".
           05  FILLER PIC X(30) VALUE "MONTH-END BATCH".
           05  FILLER PIC X(02) VALUE "RV".
           05  FILLER PIC X(30) VALUE "ACCRUAL REVERSAL".
       01  WS-BATCH-LIST REDEFINES WS-BATCH-LIST-VALUES.
           05  WS-BATCH-ENTRY OCCURS 3 TIMES.
               10  WS-BATCH-CODE   PIC X(02).
               10  WS-BATCH-TITLE  PIC X(30).
       01  WS-BATCH-NDX            PIC 9(01) VALUE ZERO.
       01  WS-BATCH-ROWS           PIC 9(05) VALUE ZERO.
       01  WS-BATCH-SUB-DR         PIC 9(15)V99 VALUE ZERO.
       01  WS-BATCH-SUB-CR         PIC 9(15)V99 VALUE ZERO.
       01  WS-BATCH-HEAD-LINE.
           05  FILLER       PIC X(06) VALUE "BATCH ".
           05  BH-CODE      PIC X(02).
           05  FILLER       PIC X(03) VALUE " - ".
           05  BH-TITLE     PIC X(30).
       01  WS-BATCH-SUB-LINE.
           05  FILLER       PIC X(10) VALUE "BATCH DR  ".
           05  BS-DR        PIC ZZZZZZZZZZZZZZ9.99.
           05  FILLER       PIC X(05) VALUE "  CR ".
           05  BS-CR        PIC ZZZZZZZZZZZZZZ9.99.
       01  WS-DETAIL-LINE.
           05  DL-PERIOD    PIC 9(06).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-COMPANY   PIC X(02).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-COST-CTR  PIC X(06).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-DR        PIC ZZZZZZZZZZZZ9.99.
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-CR        PIC ZZZZZZZZZZZZ9.99.
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-NET       PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-BATCH     PIC X(02).
       01  WS-PROOF-LINE.
           05  FILLER       PIC X(10) VALUE "TOTAL DR  ".
           05  PF-DR        PIC ZZZZZZZZZZZZZZ9.99.
           MOVE BZ-BUSINESS-DATE(1:6) TO WS-CURRENT-PERIOD.
           PERFORM P0A-READ-PARM-CARD.
           PERFORM P0A-CHECK-PERIOD-LOCK.
           IF  MONTH-END-REQUESTED AND MONTH-END-POSTED
               DISPLAY "GLPOST ABORT - MONTH-END BATCH FOR PERIOD "
                   WS-CURRENT-PERIOD " ALREADY POSTED - NOTHING POSTED"
               MOVE 8 TO RETURN-CODE
               MOVE "GLPOST" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           IF  PERIOD-CLOSED
               DISPLAY "GLPOST ABORT - PERIOD " WS-CURRENT-PERIOD
                   " IS CLOSED - NOTHING POSTED"
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           IF  NOT REVERSAL-POSTED
               PERFORM P0A-POST-HELD-REVERSAL
           END-IF.
           IF  MONTH-END-REQUESTED
               MOVE "ME"   TO WS-POST-BATCH
           ELSE
               MOVE SPACES TO WS-POST-BATCH
           END-IF.
           PERFORM P0A-POST-JOURNAL-BATCH.
           PERFORM P0A-WRITE-PERIOD-LEDGER.
           PERFORM P0A-WRITE-TRIAL-BALANCE.
           PERFORM P0A-WRITE-CONTROL-TOTALS.
      * An out-of-balance batch leaves RC 8 and the JCL throws the
      * new ledger generation away, so nothing may be recorded as
      * posted, held or locked - the corrected rerun must find the
      * period exactly as this run found it.
           IF  WS-STEP-RC < 8
               IF  WS-REVERSALS-POSTED > ZERO
                   MOVE "R" TO WS-PERIOD-EVENT
                   PERFORM P0A-MARK-PERIOD-EVENT
               END-IF
               IF  MONTH-END-REQUESTED
                   PERFORM P0A-HOLD-ACCRUAL-REVERSAL
                   MOVE "M" TO WS-PERIOD-EVENT
                   PERFORM P0A-MARK-PERIOD-EVENT
                   SET CLOSE-REQUESTED TO TRUE
               END-IF
               IF  CLOSE-REQUESTED
                   PERFORM P0A-LOCK-CURRENT-PERIOD
               END-IF
           END-IF.
           IF  WS-REVERSALS-POSTED > ZERO
               DISPLAY "GLPOST ACCRUAL REVERSAL LINES="
                   WS-REVERSALS-POSTED
                   " DR=" WS-REVERSAL-DR
                   " CR=" WS-REVERSAL-CR
           END-IF.
           DISPLAY "GLPOST LINES POSTED=" WS-LINES-POSTED
               " BATCH DR=" WS-BATCH-DR
           MOVE "GLPOST" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           MOVE WS-STEP-RC TO RETURN-CODE
           GOBACK.
       P0A-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
                       IF  GP-CLOSE-PERIOD
                           SET CLOSE-REQUESTED TO TRUE
                       END-IF
                       IF  GP-MONTH-END
                           SET MONTH-END-REQUESTED TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
               PERFORM P0A-READ-PERIOD-CLOSE
               PERFORM UNTIL CLOSE-EOF
                   IF  PC-PERIOD = WS-CURRENT-PERIOD
                       EVALUATE TRUE
                           WHEN PC-LOCKED
                               SET PERIOD-CLOSED TO TRUE
                           WHEN PC-MONTH-END-POSTED
                               SET MONTH-END-POSTED TO TRUE
                           WHEN PC-REVERSAL-POSTED
                               SET REVERSAL-POSTED TO TRUE
                       END-EVALUATE
                   END-IF
                   PERFORM P0A-READ-PERIOD-CLOSE
               END-PERFORM
                           TO WS-LED-CURRENCY(LED-NDX)
                       MOVE PL-COMPANY
                           TO WS-LED-COMPANY(LED-NDX)
                       MOVE PL-COST-CENTER
                           TO WS-LED-COST-CTR(LED-NDX)
                       MOVE PL-DR-TOTAL TO WS-LED-DR(LED-NDX)
                       MOVE PL-CR-TOTAL TO WS-LED-CR(LED-NDX)
                       MOVE PL-BATCH    TO WS-LED-BATCH(LED-NDX)
                   END-IF
                   PERFORM P0A-READ-LEDGER
               END-PERFORM
           IF  FS-SUCCESS
               PERFORM P0A-READ-JOURNAL
               PERFORM UNTIL JRNL-EOF
                   MOVE GL-JOURNAL-RECORD TO WS-POST-LINE
                   PERFORM P0A-POST-ONE-LINE
                   PERFORM P0A-READ-JOURNAL
               END-PERFORM
                       SET LED-NDX TO WS-LEDGER-COUNT
                       MOVE WS-CURRENT-PERIOD
                           TO WS-LED-PERIOD(LED-NDX)
                       MOVE WS-POST-ACCOUNT
                           TO WS-LED-ACCOUNT(LED-NDX)
                       MOVE WS-POST-CURRENCY
                           TO WS-LED-CURRENCY(LED-NDX)
                       MOVE WS-POST-COMPANY
                           TO WS-LED-COMPANY(LED-NDX)
                       MOVE WS-POST-COST-CTR
                           TO WS-LED-COST-CTR(LED-NDX)
                       MOVE ZERO TO WS-LED-DR(LED-NDX)
                       MOVE ZERO TO WS-LED-CR(LED-NDX)
                       MOVE WS-POST-BATCH
                           TO WS-LED-BATCH(LED-NDX)
                       PERFORM P0A-ADD-LINE-TO-LEDGER
                   END-IF
               WHEN WS-LED-PERIOD(LED-NDX) = WS-CURRENT-PERIOD
                AND WS-LED-ACCOUNT(LED-NDX) = WS-POST-ACCOUNT
                AND WS-LED-CURRENCY(LED-NDX) = WS-POST-CURRENCY
                AND WS-LED-COMPANY(LED-NDX) = WS-POST-COMPANY
                AND WS-LED-COST-CTR(LED-NDX) = WS-POST-COST-CTR
                AND WS-LED-BATCH(LED-NDX) = WS-POST-BATCH
                   PERFORM P0A-ADD-LINE-TO-LEDGER
           END-SEARCH.
      * The held reversal is kept out of the batch totals - they
      * tie the journals read tonight back to their producers.
       P0A-ADD-LINE-TO-LEDGER.
           IF  WS-POST-DR-CR = "DR"
               ADD WS-POST-AMOUNT TO WS-LED-DR(LED-NDX)
               IF  WS-POST-BATCH = "RV"
                   ADD WS-POST-AMOUNT TO WS-REVERSAL-DR
               ELSE
                   ADD WS-POST-AMOUNT TO WS-BATCH-DR
               END-IF
           ELSE
               ADD WS-POST-AMOUNT TO WS-LED-CR(LED-NDX)
               IF  WS-POST-BATCH = "RV"
                   ADD WS-POST-AMOUNT TO WS-REVERSAL-CR
               ELSE
                   ADD WS-POST-AMOUNT TO WS-BATCH-CR
               END-IF
           END-IF.
      * Last month-end's accrual reversal, held against this period,
      * posts with the first run that lands in it.
       P0A-POST-HELD-REVERSAL.
           MOVE "RV" TO WS-POST-BATCH.
           OPEN INPUT ACCRUAL-HELD.
           IF  FS-SUCCESS
               PERFORM P0A-READ-ACCRUAL-HELD
               PERFORM UNTIL HELD-EOF
                   IF  AH-PERIOD = WS-CURRENT-PERIOD
                       MOVE AH-ACCOUNT      TO WS-POST-ACCOUNT
                       MOVE AH-CURRENCY     TO WS-POST-CURRENCY
                       MOVE AH-DR-CR        TO WS-POST-DR-CR
                       MOVE AH-AMOUNT       TO WS-POST-AMOUNT
                       MOVE AH-COMPANY-CODE TO WS-POST-COMPANY
                       MOVE SPACES          TO WS-POST-COST-CTR
                       PERFORM P0A-POST-ONE-LINE
                       ADD 1 TO WS-REVERSALS-POSTED
                   END-IF
                   PERFORM P0A-READ-ACCRUAL-HELD
               END-PERFORM
               CLOSE ACCRUAL-HELD
           END-IF.
       P0A-READ-ACCRUAL-HELD.
           READ ACCRUAL-HELD
               AT END
                   SET HELD-EOF TO TRUE
           END-READ.
      * The accrual reversal goes on hold against the following
      * period, in the accrual's company.
       P0A-HOLD-ACCRUAL-REVERSAL.
           MOVE WS-CURRENT-PERIOD TO WS-NEXT-PERIOD.
           IF  WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           MOVE "N" TO WS-HELD-EOF-SW.
           OPEN INPUT ACCRUAL-REVERSAL.
           IF  FS-SUCCESS
               OPEN EXTEND ACCRUAL-HELD
               IF  NOT FS-SUCCESS
                   OPEN OUTPUT ACCRUAL-HELD
               END-IF
               PERFORM UNTIL HELD-EOF
                   READ ACCRUAL-REVERSAL
                       AT END
                           SET HELD-EOF TO TRUE
                       NOT AT END
                           MOVE WS-NEXT-PERIOD TO AH-PERIOD
                           MOVE AR-ACCOUNT     TO AH-ACCOUNT
                           MOVE AR-CURRENCY    TO AH-CURRENCY
                           MOVE AR-DR-CR       TO AH-DR-CR
                           MOVE AR-AMOUNT      TO AH-AMOUNT
                           MOVE "01"           TO AH-COMPANY-CODE
                           WRITE ACCRUAL-HELD-RECORD
                           ADD 1 TO WS-REVERSALS-HELD
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-HELD
               CLOSE ACCRUAL-REVERSAL
           END-IF.
           DISPLAY "GLPOST ACCRUAL REVERSAL LINES HELD="
               WS-REVERSALS-HELD " FOR PERIOD " WS-NEXT-PERIOD.
       P0A-WRITE-PERIOD-LEDGER.
           OPEN OUTPUT PERIOD-LEDGER-NEW.
           PERFORM VARYING LED-NDX FROM 1 BY 1
               MOVE WS-LED-ACCOUNT(LED-NDX)  TO PL-ACCOUNT
               MOVE WS-LED-CURRENCY(LED-NDX) TO PL-CURRENCY
               MOVE WS-LED-COMPANY(LED-NDX)  TO PL-COMPANY
               MOVE WS-LED-COST-CTR(LED-NDX) TO PL-COST-CENTER
               MOVE WS-LED-DR(LED-NDX)       TO PL-DR-TOTAL
               MOVE WS-LED-CR(LED-NDX)       TO PL-CR-TOTAL
               MOVE WS-LED-BATCH(LED-NDX)    TO PL-BATCH
               MOVE PERIOD-LEDGER-RECORD TO PERIOD-LEDGER-NEW-REC
               WRITE PERIOD-LEDGER-NEW-REC
           END-PERFORM.
           MOVE WS-CURRENT-PERIOD TO HL-PERIOD.
           MOVE WS-HEADING-LINE TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           PERFORM VARYING WS-BATCH-NDX FROM 1 BY 1
                   UNTIL WS-BATCH-NDX > 3
               PERFORM P0A-WRITE-BATCH-ROWS
           END-PERFORM.
           MOVE WS-GRAND-DR TO PF-DR.
           MOVE WS-GRAND-CR TO PF-CR.
               MOVE "IN BALANCE  " TO PF-FLAG
           ELSE
               MOVE "OUT OF BAL  " TO PF-FLAG
               MOVE 8 TO WS-STEP-RC
           END-IF.
           MOVE WS-PROOF-LINE TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           CLOSE TRIAL-BALANCE.
      * The rows of one batch; a tagged batch with no rows in the
      * ledger prints nothing at all.
       P0A-WRITE-BATCH-ROWS.
           MOVE ZERO TO WS-BATCH-ROWS.
           MOVE ZERO TO WS-BATCH-SUB-DR.
           MOVE ZERO TO WS-BATCH-SUB-CR.
           PERFORM VARYING LED-NDX FROM 1 BY 1
                   UNTIL LED-NDX > WS-LEDGER-COUNT
               IF  WS-LED-BATCH(LED-NDX)
                       = WS-BATCH-CODE(WS-BATCH-NDX)
                   IF  WS-BATCH-ROWS = ZERO
                    AND WS-BATCH-CODE(WS-BATCH-NDX) NOT = SPACES
                       MOVE WS-BATCH-CODE(WS-BATCH-NDX)  TO BH-CODE
                       MOVE WS-BATCH-TITLE(WS-BATCH-NDX) TO BH-TITLE
                       MOVE WS-BATCH-HEAD-LINE TO TRIAL-BALANCE-RECORD
                       WRITE TRIAL-BALANCE-RECORD
                   END-IF
                   ADD 1 TO WS-BATCH-ROWS
                   COMPUTE WS-NET-MOVEMENT =
                       WS-LED-DR(LED-NDX) - WS-LED-CR(LED-NDX)
                   ADD WS-LED-DR(LED-NDX) TO WS-GRAND-DR
                   ADD WS-LED-CR(LED-NDX) TO WS-GRAND-CR
                   ADD WS-LED-DR(LED-NDX) TO WS-BATCH-SUB-DR
                   ADD WS-LED-CR(LED-NDX) TO WS-BATCH-SUB-CR
                   MOVE WS-LED-PERIOD(LED-NDX)   TO DL-PERIOD
                   MOVE WS-LED-ACCOUNT(LED-NDX)  TO DL-ACCOUNT
                   MOVE WS-LED-CURRENCY(LED-NDX) TO DL-CURRENCY
                   MOVE WS-LED-COMPANY(LED-NDX)  TO DL-COMPANY
                   MOVE WS-LED-COST-CTR(LED-NDX) TO DL-COST-CTR
                   MOVE WS-LED-DR(LED-NDX)       TO DL-DR
                   MOVE WS-LED-CR(LED-NDX)       TO DL-CR
                   MOVE WS-NET-MOVEMENT          TO DL-NET
                   MOVE WS-LED-BATCH(LED-NDX)    TO DL-BATCH
                   MOVE WS-DETAIL-LINE TO TRIAL-BALANCE-RECORD
                   WRITE TRIAL-BALANCE-RECORD
               END-IF
           END-PERFORM.
           IF  WS-BATCH-ROWS > ZERO
            AND WS-BATCH-CODE(WS-BATCH-NDX) NOT = SPACES
               MOVE WS-BATCH-SUB-DR TO BS-DR
               MOVE WS-BATCH-SUB-CR TO BS-CR
               MOVE WS-BATCH-SUB-LINE TO TRIAL-BALANCE-RECORD
               WRITE TRIAL-BALANCE-RECORD
           END-IF.
       P0A-LOCK-CURRENT-PERIOD.
           MOVE "C" TO WS-PERIOD-EVENT.
           PERFORM P0A-MARK-PERIOD-EVENT.
           DISPLAY "GLPOST PERIOD " WS-CURRENT-PERIOD " CLOSED".
      * WS-PERIOD-EVENT arrives set to the event being recorded.
       P0A-MARK-PERIOD-EVENT.
           OPEN EXTEND PERIOD-CLOSE.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT PERIOD-CLOSE
           END-IF.
           MOVE WS-CURRENT-PERIOD TO PC-PERIOD.
           MOVE WS-PERIOD-EVENT   TO PC-EVENT.
           WRITE PERIOD-CLOSE-RECORD.
           CLOSE PERIOD-CLOSE.
       P0A-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT CONTROL-TOTALS
           END-IF.
           IF  MONTH-END-REQUESTED
               MOVE "GLPOSTME"       TO CT-PROGRAM-ID
           ELSE
               MOVE "GLPOST  "       TO CT-PROGRAM-ID
           END-IF.
           MOVE WS-TIMESTAMP         TO CT-TIMESTAMP.
           MOVE WS-LINES-POSTED      TO CT-RECORDS-READ.
           MOVE ZERO                 TO CT-EXCEPTIONS-LOGGED.
