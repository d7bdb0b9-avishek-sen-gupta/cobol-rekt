           SELECT VENDOR-MASTER ASSIGN TO "VENDMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INVOICE-HISTORY ASSIGN TO "INVHVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IK-KEY
               FILE STATUS IS WS-INVHIST-STATUS.
      * Two-phase release: the run writes the extract as a PENDING
      * file nothing downstream may consume; PAYREL copies it to
      * the live PAYEXT only after AMTBAL proves the balance. An
           SELECT APPROVAL-PARM ASSIGN TO "APPRPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT APPROVER-LIMITS ASSIGN TO "APPRLIM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PO-ACTIVITY ASSIGN TO "POACT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-MAP ASSIGN TO "ACCTMAP"
           SELECT COMPLIANCE-CARDS ASSIGN TO "CMPAPPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CONTROL-EVIDENCE ASSIGN TO "CTLEVID"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT WITHHOLDING-REGISTER ASSIGN TO "WHOLDREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PERIOD-LEDGER ASSIGN TO "PERLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PREPAYMENT-BALANCE ASSIGN TO "PREPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RETAINAGE-LEDGER ASSIGN TO "RETLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      * Each released invoice's expense split by cost center, kept
      * across runs so a recall or a bounced payment can credit the
      * same department rows back.
           SELECT EXPENSE-SPLIT-HISTORY ASSIGN TO "EXPSHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD  INVOICE-IN
           FD  VENDOR-MASTER.
               COPY "vendmstr.cpy".
           FD  INVOICE-HISTORY.
               COPY "invhkey.cpy".
           FD  PAYMENT-EXTRACT
               LABEL RECORDS ARE STANDARD.
               COPY "payext.cpy".
           01  COMPLIANCE-CARD-RECORD.
               05  CC-VENDOR-ID       PIC X(04).
               05  CC-APPROVER-ID     PIC X(08).
           FD  CONTROL-EVIDENCE.
               COPY "ctlevid.cpy".
           FD  WITHHOLDING-REGISTER
               LABEL RECORDS ARE STANDARD.
               COPY "whldreg.cpy".
           FD  BUDGET-FILE.
               COPY "budget.cpy".
           FD  PERIOD-LEDGER.
               COPY "perledg.cpy".
           FD  PREPAYMENT-BALANCE.
               COPY "prepay.cpy".
           FD  RETAINAGE-LEDGER.
               COPY "retled.cpy".
           FD  EXPENSE-SPLIT-HISTORY.
               COPY "expshist.cpy".
           FD  APPROVAL-CARDS.
           01  APPROVAL-CARD-RECORD.
               05  AC-SOME-PART-1     PIC X(04).
               05  AC-SOME-PART-2     PIC X(04).
               05  AC-APPROVER-ID     PIC X(08).
      * Cards queued by the INVAPPR online transaction carry the
      * approver's decision; a typed card with none is an approval.
               05  AC-DECISION        PIC X(01).
                   88  AC-DECLINED    VALUE "D".
           FD  APPROVER-LIMITS.
               COPY "apprlim.cpy".
           FD  APPROVAL-PARM.
               COPY "parmcrd.cpy".
           01  APPROVAL-PARM-FIELDS.
               01 WS-WHOLD-COUNT  PIC 9(07) VALUE ZERO.
               01 WS-WHOLD-AMT    PIC 9(11)V99 VALUE ZERO.
               01 WS-DAYS-SINCE-INVOICE  PIC S9(05) VALUE ZERO.
               01 WS-SCHEDULED-PAY-DATE  PIC 9(08) VALUE ZERO.
               01 WS-DISC-TAKEN-COUNT PIC 9(07) VALUE ZERO.
               01 WS-DISC-TAKEN-AMT   PIC 9(11)V99 VALUE ZERO.
               01 WS-DISC-LOST-COUNT  PIC 9(07) VALUE ZERO.
                    05 WS-CMPA-ENTRY OCCURS 200 TIMES
                            INDEXED BY CMPA-NDX.
                        10 WS-CMPA-VENDOR PIC X(04).
                        10 WS-CMPA-APPROVER PIC X(08).
               01 WS-COMPLIANCE-APPROVER PIC X(08) VALUE SPACES.
               01 WS-STOPLIST-COUNT PIC 9(04) COMP VALUE 0.
               01 WS-STOPLIST-TABLE.
                    05 WS-STOPLIST-ENTRY OCCURS 2000 TIMES
                    05 FILLER PIC X(08) VALUE "FXGAIN  ".
                    05 FILLER PIC X(08) VALUE "FXLOSS  ".
                    05 FILLER PIC X(08) VALUE "TAXRECOV".
                    05 FILLER PIC X(08) VALUE "PREPAID ".
                    05 FILLER PIC X(08) VALUE "RETAINPY".
               01 WS-EVENT-LIST REDEFINES WS-EVENT-LIST-VALUES.
                    05 WS-EVENT-NAME PIC X(08) OCCURS 10 TIMES.
               01 WS-EVENT-NDX PIC 9(02) COMP VALUE ZERO.
               01 WS-EVENT-COVERED-SW PIC X VALUE "N".
                    88 EVENT-COVERED VALUE "Y".
               01 WS-AMAP-BROKEN-SW PIC X VALUE "N".
                    88 AMAP-BROKEN VALUE "Y".
               01 WS-JRNL-ACCOUNT PIC X(08) VALUE SPACES.
               01 WS-JRNL-COST-CENTER PIC X(06) VALUE SPACES.
               01 WS-JRNL-DRCR    PIC X(02) VALUE SPACES.
               01 WS-JRNL-AMOUNT  PIC 9(11)V99 VALUE ZERO.
               01 WS-JRNL-TOTAL-DR PIC 9(13)V99 VALUE ZERO.
               01 WS-JRNL-TOTAL-CR PIC 9(13)V99 VALUE ZERO.
               01 WS-JRNL-COUNT PIC 9(04) COMP VALUE 0.
               01 WS-JRNL-TABLE.
                    05 WS-JRNL-ENTRY OCCURS 1000 TIMES
                            INDEXED BY JRNL-NDX.
                        10 WS-JRNL-ENT-ACCOUNT  PIC X(08).
                        10 WS-JRNL-ENT-CURRENCY PIC X(04).
                        10 WS-JRNL-ENT-DRCR     PIC X(02).
                        10 WS-JRNL-ENT-AMOUNT   PIC 9(11)V99.
                        10 WS-JRNL-ENT-COMPANY  PIC X(02).
                        10 WS-JRNL-ENT-COST-CTR PIC X(06).
      * The held invoice's spend by cost center, net of each line's
      * tax, built as its detail lines arrive: the expense debit is
      * split across these instead of posting in one sum, so the
      * period ledger carries spend by department. A line INVEDIT
      * stamped as unknown or closed holds the whole invoice.
               01 WS-INVCC-COUNT PIC 9(03) COMP VALUE 0.
               01 WS-INVCC-TABLE.
                    05 WS-INVCC-ENTRY OCCURS 100 TIMES
                            INDEXED BY INVCC-NDX.
                        10 WS-INVCC-CODE    PIC X(06).
                        10 WS-INVCC-AMOUNT  PIC 9(11)V99.
               01 WS-INVCC-LINE-NET  PIC 9(11)V99 VALUE ZERO.
               01 WS-EXPENSE-REMAINING PIC 9(11)V99 VALUE ZERO.
               01 WS-CC-HOLD-SW PIC X VALUE "N".
                    88 COST-CENTER-HELD VALUE "Y".
               01 WS-CC-HOLDS PIC 9(07) VALUE ZERO.
      * Per-company journal balancing and per-company control
      * totals, so each entity's books prove on their own.
               01 WS-COMP-COUNT PIC 9(02) COMP VALUE 0.
                        10 WS-PO-NUMBER   PIC X(08).
                        10 WS-PO-AMOUNT   PIC 9(09)V99.
                        10 WS-PO-BALANCE  PIC 9(09)V99.
                        10 WS-PO-RETAIN-PCT PIC 9(02)V99.
                        10 WS-PO-LAST-ACTIVITY PIC 9(08).
               01 WS-CREDBAL-EOF-SW PIC X VALUE "N".
                    88 CREDBAL-EOF  VALUE "Y".
               01 WS-CREDIT-COUNT PIC 9(04) COMP VALUE 0.
                        10 WS-CRED-VENDOR  PIC X(04).
                        10 WS-CRED-BALANCE PIC 9(11)V99.
                        10 WS-CRED-MOVED   PIC 9(08).
      * Open vendor deposits by vendor and PO off the PREPAY file:
      * a released deposit adds to its PO's balance, and the final
      * invoice for the PO draws it down ahead of the credit pool.
               01 WS-PREPAY-EOF-SW PIC X VALUE "N".
                    88 PREPAY-EOF  VALUE "Y".
               01 WS-PREPAY-COUNT PIC 9(04) COMP VALUE 0.
               01 WS-PREPAY-APPLIED PIC 9(09)V99 VALUE ZERO.
               01 WS-DEPOSIT-AMOUNT PIC 9(09)V99 VALUE ZERO.
               01 WS-PREPAY-TABLE.
                    05 WS-PREPAY-ENTRY OCCURS 2000 TIMES
                            INDEXED BY PREP-NDX.
                        10 WS-PREP-VENDOR   PIC X(04).
                        10 WS-PREP-PO       PIC X(08).
                        10 WS-PREP-COMPANY  PIC X(02).
                        10 WS-PREP-CURRENCY PIC X(04).
                        10 WS-PREP-DEPOSIT  PIC 9(11)V99.
                        10 WS-PREP-BALANCE  PIC 9(11)V99.
                        10 WS-PREP-DATE     PIC 9(08).
                        10 WS-PREP-INVOICE  PIC X(10).
                        10 WS-PREP-MOVED    PIC 9(08).
      * Retainage held back on construction POs, by vendor, PO,
      * company and currency off the RETLEDG ledger: the matched
      * PO's percentage comes off each progress invoice's net
      * payable and accumulates here until RETREL pays it out.
               01 WS-RETLED-EOF-SW PIC X VALUE "N".
                    88 RETLED-EOF  VALUE "Y".
               01 WS-CURR-PO-RETAIN-PCT PIC 9(02)V99 VALUE ZERO.
               01 WS-RETAINED-AMOUNT PIC 9(09)V99 VALUE ZERO.
               01 WS-RETL-COUNT PIC 9(04) COMP VALUE 0.
               01 WS-RETL-TABLE.
                    05 WS-RETL-ENTRY OCCURS 2000 TIMES
                            INDEXED BY RETL-NDX.
                        10 WS-RETL-VENDOR   PIC X(04).
                        10 WS-RETL-PART-2   PIC X(04).
                        10 WS-RETL-PO       PIC X(08).
                        10 WS-RETL-COMPANY  PIC X(02).
                        10 WS-RETL-CURRENCY PIC X(04).
                        10 WS-RETL-PCT      PIC 9(02)V99.
                        10 WS-RETL-RETAINED PIC 9(11)V99.
                        10 WS-RETL-RELEASED PIC 9(11)V99.
                        10 WS-RETL-BALANCE  PIC 9(11)V99.
                        10 WS-RETL-FIRST    PIC 9(08).
                        10 WS-RETL-MOVED    PIC 9(08).
               01 WS-RETAIN-COUNT PIC 9(07) VALUE ZERO.
               01 WS-RETAIN-AMT   PIC 9(11)V99 VALUE ZERO.
               01 WS-DEPOSIT-COUNT PIC 9(07) VALUE ZERO.
               01 WS-DEPOSIT-AMT   PIC 9(11)V99 VALUE ZERO.
               01 WS-PREPAY-OFFSET-COUNT PIC 9(07) VALUE ZERO.
               01 WS-PREPAY-OFFSET-AMT   PIC 9(11)V99 VALUE ZERO.
      * Tiered release approval: an invoice over the tier-1 amount
      * releases only on a supervisor approval card keyed by its
      * vendor parts; over tier-2 two DISTINCT approvers must have
               01 WS-APPROVALS-NEEDED PIC 9(01) VALUE ZERO.
               01 WS-APPROVALS-FOUND  PIC 9(01) VALUE ZERO.
               01 WS-FIRST-APPROVER   PIC X(08) VALUE SPACES.
               01 WS-RELEASE-APPROVER-1 PIC X(08) VALUE SPACES.
               01 WS-RELEASE-APPROVER-2 PIC X(08) VALUE SPACES.
               01 WS-APPROVAL-OK-SW PIC X VALUE "Y".
                    88 APPROVAL-SATISFIED VALUE "Y".
                    88 APPROVAL-MISSING   VALUE "N".
               01 WS-APPR-HOLDS PIC 9(07) VALUE ZERO.
      * Budget availability: the current month's and the current
      * year's budgets for each company / expense account, with
      * the spend already on the period ledger (priced into the
      * home currency) and what tonight has released against them
      * so far. An invoice whose expense would carry any of them
      * past budget is held instead of released.
               01 WS-BUDGET-EOF-SW PIC X VALUE "N".
                    88 BUDGET-EOF  VALUE "Y".
               01 WS-PERLEDG-EOF-SW PIC X VALUE "N".
                    88 PERLEDG-EOF VALUE "Y".
               01 WS-CURRENT-PERIOD PIC 9(06) VALUE ZERO.
               01 WS-CURRENT-YEAR   PIC 9(04) VALUE ZERO.
               01 WS-BUD-YEAR-KEY   PIC 9(06) VALUE ZERO.
               01 WS-LEDGER-YEAR    PIC 9(04) VALUE ZERO.
               01 WS-BUD-COUNT PIC 9(04) COMP VALUE 0.
               01 WS-BUD-TABLE.
                    05 WS-BUD-ENTRY OCCURS 1000 TIMES
                            INDEXED BY BUD-NDX.
                        10 WS-BUD-COMPANY   PIC X(02).
                        10 WS-BUD-ACCOUNT   PIC X(08).
                        10 WS-BUD-PERIOD    PIC 9(06).
                        10 WS-BUD-AMOUNT    PIC 9(11)V99.
                        10 WS-BUD-ACTUAL    PIC S9(13)V99.
                        10 WS-BUD-RELEASED  PIC 9(13)V99.
               01 WS-BUD-ACCOUNT-KEY PIC X(08) VALUE SPACES.
               01 WS-BUD-CHARGE      PIC 9(11)V99 VALUE ZERO.
               01 WS-BUD-PROJECTED   PIC S9(13)V99 VALUE ZERO.
               01 WS-BASE-CURRENCY   PIC X(04) VALUE SPACES.
               01 WS-BASE-AMOUNT     PIC S9(13)V99 VALUE ZERO.
               01 WS-OVER-BUDGET-SW PIC X VALUE "N".
                    88 OVER-BUDGET VALUE "Y".
               01 WS-BUDGET-HOLDS PIC 9(07) VALUE ZERO.
               01 WS-APPRCRD-COUNT PIC 9(04) COMP VALUE 0.
               01 WS-APPRCRD-TABLE.
                    05 WS-APPRCRD-ENTRY OCCURS 500 TIMES
                        10 WS-APPR-PART-1   PIC X(04).
                        10 WS-APPR-PART-2   PIC X(04).
                        10 WS-APPR-APPROVER PIC X(08).
                        10 WS-APPR-DECISION PIC X(01).
      * The approver-limit table: a card only counts - for or
      * against - when its approver is active on APPRLIM with a
      * limit that covers the invoice. With no APPRLIM on file
      * the cards count as they always have.
               01 WS-APPRLIM-EOF-SW PIC X VALUE "N".
                    88 APPRLIM-EOF VALUE "Y".
               01 WS-APPRLIM-FOUND-SW PIC X VALUE "N".
                    88 APPRLIM-ON-FILE VALUE "Y".
               01 WS-APPROVER-OK-SW PIC X VALUE "N".
                    88 APPROVER-WITHIN-LIMIT VALUE "Y".
               01 WS-APPROVAL-DECLINED-SW PIC X VALUE "N".
                    88 APPROVAL-DECLINED VALUE "Y".
               01 WS-APPRLIM-COUNT PIC 9(04) COMP VALUE 0.
               01 WS-APPRLIM-TABLE.
                    05 WS-APPRLIM-ENTRY OCCURS 500 TIMES
                            INDEXED BY APLM-NDX.
                        10 WS-APLM-APPROVER PIC X(08).
                        10 WS-APLM-LIMIT    PIC 9(09)V99.
      * Cumulative credits per original invoice, carried on the
      * CREDAPPL application detail across runs: a vendor crediting
      * the same delivery twice, or crediting more than the
               01 WS-DETAIL-TAX-TOTAL PIC 9(09)V99 VALUE ZERO.
               01 WS-TAX-VARIANCE PIC S9(09)V99 VALUE ZERO.
               01 WS-TAX-TOLERANCE PIC 9(01)V99 VALUE 0.05.
               01 WS-INVHIST-STATUS PIC XX.
               01 WS-INVHIST-ERRORS PIC 9(05) VALUE ZERO.
               01 WS-DUPLICATE-SW PIC X VALUE "N".
                    88 DUPLICATE-INVOICE VALUE "Y".
               01 WS-HIST-PROBE PIC X(18).
               01 WS-HIST-PROBE-LEN PIC 9(02) VALUE ZERO.
               01 WS-HIST-MATCH-SW PIC X VALUE "A".
                    88 HIST-MATCH-AMOUNT VALUE "A".
                    88 HIST-MATCH-NUMBER VALUE "N".
               01 WS-HIST-SCAN-END-SW PIC X VALUE "N".
                    88 HIST-SCAN-END VALUE "Y".
               01 WS-HIST-HIT-SW PIC X VALUE "N".
                    88 HIST-HIT VALUE "Y".
               01 EXCHANGE-PART-01 PIC XXXX.
               COPY "curxref.cpy".
               01 WS-RATE-FEED-EOF-SW PIC X VALUE "N".
                    10 TAX-AMOUNT PIC 9(07)V99.
                    10 COMPANY-CODE PIC X(02).
                    10 INVOICE-NO PIC X(10).
                    10 INVOICE-PO-NUMBER PIC X(08).

               01 SOME-GROUP.
                    10 LEVEL-10-A  PIC XXXX OCCURS 3.
           PERFORM P0-LOAD-VENDOR-MASTER
           PERFORM P0-LOAD-RATE-FEED
           PERFORM P0-LOAD-CREDIT-BALANCES
           PERFORM P0-LOAD-PREPAYMENTS
           PERFORM P0-LOAD-RETAINAGE
           PERFORM P0-LOAD-OPEN-PO
           PERFORM P0-LOAD-STOP-LIST
           PERFORM P0-LOAD-SANCTION-MATCHES
           PERFORM P0-LOAD-COMPLIANCE-CARDS
           PERFORM P0-READ-APPROVAL-PARM
           PERFORM P0-LOAD-APPROVAL-CARDS
           PERFORM P0-LOAD-APPROVER-LIMITS
           PERFORM P0-LOAD-ACCOUNT-MAP
           PERFORM P0-LOAD-CREDIT-APPLICATIONS
           PERFORM P0-LOAD-BUDGETS
           PERFORM P0-LOAD-LEDGER-ACTUALS
           PERFORM P0-VALIDATE-ACCOUNT-MAP
           IF  AMAP-BROKEN
               DISPLAY "HELLOWRD ABORT - POSTING EVENT WITHOUT A"
               MOVE SOMEFRACTION TO SOMEFRACTION-LINKAGE
               GOBACK
           END-IF
      * Without the history cluster no invoice can be cleared of
      * being a duplicate, so nothing is processed at all.
           OPEN I-O INVOICE-HISTORY
           IF  WS-INVHIST-STATUS NOT = "00"
               MOVE "HELLOWRD" TO OA-PROGRAM-ID
               MOVE 1          TO OA-SEVERITY
               MOVE "INVHVSAM WILL NOT OPEN - RUN ABORTED"
                   TO OA-MESSAGE
               CALL "OPALERT" USING OPALERT-PARMS
               DISPLAY "HELLOWRD ABORT - INVHVSAM OPEN STATUS="
                   WS-INVHIST-STATUS " - NOTHING PROCESSED"
               MOVE 12 TO RETURN-CODE
               MOVE SOMETHING    TO SOMETHING-LINKAGE
               MOVE SOMEFRACTION TO SOMEFRACTION-LINKAGE
               GOBACK
           END-IF
           OPEN EXTEND STATUS-HISTORY
           IF  NOT FS-SUCCESS
           IF  NOT FS-SUCCESS
               OPEN OUTPUT CREDIT-APPLICATION
           END-IF
           OPEN EXTEND EXPENSE-SPLIT-HISTORY
           IF  NOT FS-SUCCESS
               OPEN OUTPUT EXPENSE-SPLIT-HISTORY
           END-IF
           OPEN EXTEND CONTROL-EVIDENCE
           IF  NOT FS-SUCCESS
               OPEN OUTPUT CONTROL-EVIDENCE
           END-IF
           OPEN INPUT INVOICE-IN
           IF  RESTART-MODE
      * On a mid-file restart the night's output files already hold
                                   TO WS-DETAIL-TOTAL
                               ADD ID-TAX-AMOUNT
                                   TO WS-DETAIL-TAX-TOTAL
                               PERFORM P0-TALLY-DETAIL-COST-CENTER
                           WHEN OTHER
                               ADD 1 TO WS-RECORDS-READ
                               MOVE 1 TO WS-CKPT-ADJUST
           CLOSE INVOICE-HISTORY
           CLOSE STATUS-HISTORY
           CLOSE CREDIT-APPLICATION
           CLOSE EXPENSE-SPLIT-HISTORY
           CLOSE CONTROL-EVIDENCE
           CLOSE INVOICE-REVIEW-QUEUE
           CLOSE VENDOR-CORRECTION-AUDIT
           CLOSE PAYMENT-EXTRACT
           DISPLAY "STOP-LIST HOLDS THIS RUN: " WS-STOPLIST-HOLDS
           DISPLAY "APPROVAL HOLDS THIS RUN: " WS-APPR-HOLDS
           DISPLAY "COMPLIANCE HOLDS THIS RUN: " WS-SANCTION-HOLDS
           DISPLAY "COST CENTER HOLDS THIS RUN: " WS-CC-HOLDS
           DISPLAY "OVER-BUDGET HOLDS THIS RUN: " WS-BUDGET-HOLDS
           DISPLAY "DISCOUNTS TAKEN: " WS-DISC-TAKEN-COUNT
               " FOR " WS-DISC-TAKEN-AMT
           DISPLAY "DISCOUNTS LOST:  " WS-DISC-LOST-COUNT
               " FOR " WS-DISC-LOST-AMT
           DISPLAY "BACKUP WITHHOLDING: " WS-WHOLD-COUNT
               " FOR " WS-WHOLD-AMT
           DISPLAY "DEPOSITS RECORDED: " WS-DEPOSIT-COUNT
               " FOR " WS-DEPOSIT-AMT
           DISPLAY "DEPOSITS OFFSET:   " WS-PREPAY-OFFSET-COUNT
               " FOR " WS-PREPAY-OFFSET-AMT
           DISPLAY "RETAINAGE HELD:    " WS-RETAIN-COUNT
               " FOR " WS-RETAIN-AMT
           PERFORM VARYING FXRL-NDX FROM 1 BY 1
                   UNTIL FXRL-NDX > WS-FXRL-COUNT
               DISPLAY "REALIZED FX " WS-FXRL-CURRENCY(FXRL-NDX)
           PERFORM P0-WRITE-GL-JOURNAL
           PERFORM P0-WRITE-OPEN-PO
           PERFORM P0-WRITE-CREDIT-BALANCES
           PERFORM P0-WRITE-PREPAYMENTS
           PERFORM P0-WRITE-RETAINAGE
           PERFORM P0-WRITE-CONTROL-TOTALS
           PERFORM P0-WRITE-SUITE-CKPT
           MOVE "HELLOWRD" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           IF  WS-INVHIST-ERRORS > ZERO
               DISPLAY "INVHVSAM ERRORS THIS RUN: " WS-INVHIST-ERRORS
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SOMETHING    TO SOMETHING-LINKAGE
           MOVE SOMEFRACTION TO SOMEFRACTION-LINKAGE
           GOBACK.
               MOVE II-COMPANY-CODE TO COMPANY-CODE
           END-IF
           MOVE II-INVOICE-NO        TO INVOICE-NO
           MOVE II-PO-NUMBER         TO INVOICE-PO-NUMBER
           MOVE "P" TO INVOICE-STATUS
           SET INVOICE-HELD TO TRUE.
      * An invoice is processed only once all of its detail lines
                           TO RQ-REASON
                       WRITE REVIEW-QUEUE-RECORD
                       ADD 1 TO WS-EXCEPTIONS-LOGGED
                   WHEN WS-DETAIL-LINE-COUNT > ZERO
                    AND COST-CENTER-HELD
                       MOVE SOME-PART-1       TO RQ-SOME-PART-1
                       MOVE SOME-PART-2       TO RQ-SOME-PART-2
                       MOVE INVOICE-AMOUNT    TO RQ-INVOICE-AMOUNT
                       MOVE INVOICE-DATE      TO RQ-INVOICE-DATE
                       MOVE EXCHANGE-PART-01  TO RQ-CURRENCY
                       MOVE INVOICE-NO        TO RQ-INVOICE-NO
                       MOVE COMPANY-CODE      TO RQ-COMPANY-CODE
                       MOVE "UNKNOWN OR CLOSED COST CENTER ON DETAIL"
                           TO RQ-REASON
                       WRITE REVIEW-QUEUE-RECORD
                       ADD 1 TO WS-EXCEPTIONS-LOGGED
                       ADD 1 TO WS-CC-HOLDS
                   WHEN TRANS-TYPE = "C"
                       PERFORM P0-SCREEN-CREDIT-MEMO
                   WHEN OTHER
               MOVE ZERO TO WS-DETAIL-LINE-COUNT
               MOVE ZERO TO WS-DETAIL-TOTAL
               MOVE ZERO TO WS-DETAIL-TAX-TOTAL
               MOVE ZERO TO WS-INVCC-COUNT
               MOVE "N"  TO WS-CC-HOLD-SW
               PERFORM P0-SAVE-RESTART-CKPT
           END-IF.
      * Record-level checkpoint, same protection E1CKPT gives the
      * rewritten, and a restart skips exactly that many.
      * The detail lines' tax must cross-foot to the header's tax
      * within the same tolerance INVEDIT allows per line.
      * Each line's spend net of its own tax accumulates under its
      * cost center; spaces is the unallocated share.
        P0-TALLY-DETAIL-COST-CENTER.
           IF  NOT ID-CC-OK
               SET COST-CENTER-HELD TO TRUE
           END-IF
           IF  ID-EXTENSION-AMOUNT > ID-TAX-AMOUNT
               COMPUTE WS-INVCC-LINE-NET =
                   ID-EXTENSION-AMOUNT - ID-TAX-AMOUNT
           ELSE
               MOVE ZERO TO WS-INVCC-LINE-NET
           END-IF
      * The table is reused invoice to invoice, so the first slot
      * past the count is where a new center goes - entries beyond
      * it are the previous invoice's and must never match.
           SET INVCC-NDX TO 1
           SEARCH WS-INVCC-ENTRY
               AT END
                   CONTINUE
               WHEN INVCC-NDX > WS-INVCC-COUNT
                   ADD 1 TO WS-INVCC-COUNT
                   MOVE ID-COST-CENTER
                       TO WS-INVCC-CODE(INVCC-NDX)
                   MOVE WS-INVCC-LINE-NET
                       TO WS-INVCC-AMOUNT(INVCC-NDX)
               WHEN WS-INVCC-CODE(INVCC-NDX) = ID-COST-CENTER
                   ADD WS-INVCC-LINE-NET
                       TO WS-INVCC-AMOUNT(INVCC-NDX)
           END-SEARCH.
        P0-JUDGE-DETAIL-TAX.
           COMPUTE WS-TAX-VARIANCE =
               WS-DETAIL-TAX-TOTAL - TAX-AMOUNT
                   TO RQ-REASON
               PERFORM P0-QUEUE-CREDIT-MEMO
           ELSE
               PERFORM P0-FIND-ORIGINAL-INVOICE
               IF  NOT ORIGINAL-FOUND
                   MOVE "CREDIT MEMO - ORIGINAL INVOICE UNKNOWN"
                       TO RQ-REASON
                   PERFORM P0-CHECK-CUMULATIVE-CREDIT
               END-IF
           END-IF.
      * The original is looked for under the vendor's first part
      * only, as it always was. In key order the original invoice
      * precedes the credit memos already banked against its
      * number, so the first record carrying the number is the one
      * whose amount caps the credits.
        P0-FIND-ORIGINAL-INVOICE.
           MOVE SOME-PART-1 TO IK-SOME-PART-1
           MOVE IK-SOME-PART-1 TO WS-HIST-PROBE
           MOVE 4 TO WS-HIST-PROBE-LEN
           SET HIST-MATCH-NUMBER TO TRUE
           START INVOICE-HISTORY KEY = IK-SOME-PART-1
           PERFORM P1-SCAN-INVOICE-HISTORY
           IF  HIST-HIT AND WS-INVHIST-STATUS = "00"
               SET ORIGINAL-FOUND TO TRUE
               MOVE IK-INVOICE-AMOUNT TO WS-ORIG-AMOUNT
           END-IF.
        P0-CHECK-CUMULATIVE-CREDIT.
           MOVE ZERO TO WS-PRIOR-CREDITS
           SET CAPPL-NDX TO 1
               END-IF
           END-PERFORM
           CLOSE CREDIT-BALANCE.
        P0-LOAD-PREPAYMENTS.
           MOVE ZERO TO WS-PREPAY-COUNT.
           MOVE ZERO TO WS-LOAD-RECS-READ.
           OPEN INPUT PREPAYMENT-BALANCE.
           IF  FS-SUCCESS
               PERFORM P0-READ-PREPAYMENT
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
                   PERFORM P0-READ-PREPAYMENT
               END-PERFORM
               CLOSE PREPAYMENT-BALANCE
               IF  WS-LOAD-RECS-READ > WS-PREPAY-COUNT
                   SET LOAD-TRUNCATED TO TRUE
                   DISPLAY "PREPAY LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-PREPAY-COUNT
               END-IF
           END-IF.
        P0-READ-PREPAYMENT.
           READ PREPAYMENT-BALANCE
               AT END
                   SET PREPAY-EOF TO TRUE
           END-READ.
        P0-WRITE-PREPAYMENTS.
           OPEN OUTPUT PREPAYMENT-BALANCE.
           PERFORM VARYING PREP-NDX FROM 1 BY 1
                   UNTIL PREP-NDX > WS-PREPAY-COUNT
               IF  WS-PREP-BALANCE(PREP-NDX) > ZERO
                   MOVE WS-PREP-VENDOR(PREP-NDX)   TO PP-VENDOR-ID
                   MOVE WS-PREP-PO(PREP-NDX)       TO PP-PO-NUMBER
                   MOVE WS-PREP-COMPANY(PREP-NDX)  TO PP-COMPANY-CODE
                   MOVE WS-PREP-CURRENCY(PREP-NDX)
                       TO PP-CURRENCY-CODE
                   MOVE WS-PREP-DEPOSIT(PREP-NDX)
                       TO PP-DEPOSIT-AMOUNT
                   MOVE WS-PREP-BALANCE(PREP-NDX)  TO PP-BALANCE
                   MOVE WS-PREP-DATE(PREP-NDX)     TO PP-DEPOSIT-DATE
                   MOVE WS-PREP-INVOICE(PREP-NDX)  TO PP-INVOICE-NO
                   MOVE WS-PREP-MOVED(PREP-NDX)    TO PP-LAST-MOVED
                   WRITE PREPAYMENT-BALANCE-RECORD
               END-IF
           END-PERFORM
           CLOSE PREPAYMENT-BALANCE.
        P0-LOAD-RETAINAGE.
           MOVE ZERO TO WS-RETL-COUNT.
           MOVE ZERO TO WS-LOAD-RECS-READ.
           OPEN INPUT RETAINAGE-LEDGER.
           IF  FS-SUCCESS
               PERFORM P0-READ-RETAINAGE
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
                   PERFORM P0-READ-RETAINAGE
               END-PERFORM
               CLOSE RETAINAGE-LEDGER
               IF  WS-LOAD-RECS-READ > WS-RETL-COUNT
                   SET LOAD-TRUNCATED TO TRUE
                   DISPLAY "RETLEDG LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-RETL-COUNT
               END-IF
           END-IF.
        P0-READ-RETAINAGE.
           READ RETAINAGE-LEDGER
               AT END
                   SET RETLED-EOF TO TRUE
           END-READ.
        P0-WRITE-RETAINAGE.
           OPEN OUTPUT RETAINAGE-LEDGER.
           PERFORM VARYING RETL-NDX FROM 1 BY 1
                   UNTIL RETL-NDX > WS-RETL-COUNT
               IF  WS-RETL-BALANCE(RETL-NDX) > ZERO
                   MOVE WS-RETL-VENDOR(RETL-NDX)   TO RL-VENDOR-ID
                   MOVE WS-RETL-PART-2(RETL-NDX)   TO RL-SOME-PART-2
                   MOVE WS-RETL-PO(RETL-NDX)       TO RL-PO-NUMBER
                   MOVE WS-RETL-COMPANY(RETL-NDX)  TO RL-COMPANY-CODE
                   MOVE WS-RETL-CURRENCY(RETL-NDX)
                       TO RL-CURRENCY-CODE
                   MOVE WS-RETL-PCT(RETL-NDX)      TO RL-RETAIN-PCT
                   MOVE WS-RETL-RETAINED(RETL-NDX) TO RL-RETAINED
                   MOVE WS-RETL-RELEASED(RETL-NDX) TO RL-RELEASED
                   MOVE WS-RETL-BALANCE(RETL-NDX)  TO RL-BALANCE
                   MOVE WS-RETL-FIRST(RETL-NDX)    TO RL-FIRST-HELD
                   MOVE WS-RETL-MOVED(RETL-NDX)    TO RL-LAST-MOVED
                   WRITE RETAINAGE-LEDGER-RECORD
               END-IF
           END-PERFORM
           CLOSE RETAINAGE-LEDGER.
      * The journal always receives the night: when the debits
      * accumulated per account and currency do not equal the
      * credits for a company, the difference is forced to a
               MOVE WS-JRNL-ENT-AMOUNT(JRNL-NDX)   TO JL-AMOUNT
               MOVE WS-JRNL-ENT-COMPANY(JRNL-NDX)
                   TO JL-COMPANY-CODE
               MOVE WS-JRNL-ENT-COST-CTR(JRNL-NDX)
                   TO JL-COST-CENTER
               WRITE GL-JOURNAL-RECORD
           END-PERFORM
           CLOSE GL-JOURNAL
               END-IF
           END-PERFORM.
        P0-FORCE-SUSPENSE-LINE.
           IF  WS-JRNL-COUNT < 1000
               ADD 1 TO WS-SUSPENSE-FORCED
               ADD 1 TO WS-JRNL-COUNT
               SET JRNL-NDX TO WS-JRNL-COUNT
               MOVE "USD "     TO WS-JRNL-ENT-CURRENCY(JRNL-NDX)
               MOVE WS-COMP-CODE(COMP-NDX)
                   TO WS-JRNL-ENT-COMPANY(JRNL-NDX)
               MOVE SPACES TO WS-JRNL-ENT-COST-CTR(JRNL-NDX)
               IF  WS-COMP-DR(COMP-NDX) > WS-COMP-CR(COMP-NDX)
                   MOVE "CR" TO WS-JRNL-ENT-DRCR(JRNL-NDX)
                   COMPUTE WS-SUSPENSE-AMOUNT =
                       MOVE PO-NUMBER       TO WS-PO-NUMBER(PO-NDX)
                       MOVE PO-AMOUNT       TO WS-PO-AMOUNT(PO-NDX)
                       MOVE PO-OPEN-BALANCE TO WS-PO-BALANCE(PO-NDX)
                       IF  PO-RETAIN-PCT NUMERIC
                           MOVE PO-RETAIN-PCT
                               TO WS-PO-RETAIN-PCT(PO-NDX)
                       ELSE
                           MOVE ZERO TO WS-PO-RETAIN-PCT(PO-NDX)
                       END-IF
                       IF  PO-LAST-ACTIVITY NUMERIC
                           MOVE PO-LAST-ACTIVITY
                               TO WS-PO-LAST-ACTIVITY(PO-NDX)
                       ELSE
                           MOVE ZERO TO WS-PO-LAST-ACTIVITY(PO-NDX)
                       END-IF
                   END-IF
                   PERFORM P0-READ-OPEN-PO
               END-PERFORM
                   MOVE WS-PO-NUMBER(PO-NDX)  TO PO-NUMBER
                   MOVE WS-PO-AMOUNT(PO-NDX)  TO PO-AMOUNT
                   MOVE WS-PO-BALANCE(PO-NDX) TO PO-OPEN-BALANCE
                   MOVE WS-PO-RETAIN-PCT(PO-NDX) TO PO-RETAIN-PCT
                   MOVE WS-PO-LAST-ACTIVITY(PO-NDX)
                       TO PO-LAST-ACTIVITY
                   WRITE OPEN-PO-RECORD
               END-PERFORM
               CLOSE OPEN-PO-FILE
                       SET CMPA-NDX TO WS-CMPA-COUNT
                       MOVE CC-VENDOR-ID
                           TO WS-CMPA-VENDOR(CMPA-NDX)
                       MOVE CC-APPROVER-ID
                           TO WS-CMPA-APPROVER(CMPA-NDX)
                   END-IF
                   PERFORM P0-READ-COMPLIANCE-CARD
               END-PERFORM
           IF  FS-SUCCESS
               PERFORM P0-READ-APPROVAL-CARD
               PERFORM UNTIL APPRCRD-EOF
                   PERFORM P0-STORE-APPROVAL-CARD
                   PERFORM P0-READ-APPROVAL-CARD
               END-PERFORM
               CLOSE APPROVAL-CARDS
               AT END
                   SET APPRCRD-EOF TO TRUE
           END-READ.
      * The cards arrive in the order they were given, so an
      * approver who changes their mind online - a decline, then
      * an approval, or the other way round - has the later card
      * replace the earlier one instead of both being counted.
        P0-STORE-APPROVAL-CARD.
           SET APPR-NDX TO 1
           SEARCH WS-APPRCRD-ENTRY
               AT END
                   PERFORM P0-ADD-APPROVAL-CARD
               WHEN APPR-NDX > WS-APPRCRD-COUNT
                   PERFORM P0-ADD-APPROVAL-CARD
               WHEN WS-APPR-PART-1(APPR-NDX) = AC-SOME-PART-1
                AND WS-APPR-PART-2(APPR-NDX) = AC-SOME-PART-2
                AND WS-APPR-APPROVER(APPR-NDX) = AC-APPROVER-ID
                   MOVE AC-DECISION TO WS-APPR-DECISION(APPR-NDX)
           END-SEARCH.
        P0-ADD-APPROVAL-CARD.
           IF  WS-APPRCRD-COUNT < 500
               ADD 1 TO WS-APPRCRD-COUNT
               SET APPR-NDX TO WS-APPRCRD-COUNT
               MOVE AC-SOME-PART-1
                   TO WS-APPR-PART-1(APPR-NDX)
               MOVE AC-SOME-PART-2
                   TO WS-APPR-PART-2(APPR-NDX)
               MOVE AC-APPROVER-ID
                   TO WS-APPR-APPROVER(APPR-NDX)
               MOVE AC-DECISION
                   TO WS-APPR-DECISION(APPR-NDX)
           END-IF.
        P0-LOAD-APPROVER-LIMITS.
           MOVE ZERO TO WS-APPRLIM-COUNT.
           MOVE ZERO TO WS-LOAD-RECS-READ.
           OPEN INPUT APPROVER-LIMITS.
           IF  FS-SUCCESS
               SET APPRLIM-ON-FILE TO TRUE
               PERFORM P0-READ-APPROVER-LIMIT
      * Only active approvers are held, so only they are counted
      * against the table size.
               PERFORM UNTIL APPRLIM-EOF
                   IF  AL-ACTIVE
                       ADD 1 TO WS-LOAD-RECS-READ
                       IF  WS-APPRLIM-COUNT < 500
                           ADD 1 TO WS-APPRLIM-COUNT
                           SET APLM-NDX TO WS-APPRLIM-COUNT
                           MOVE AL-APPROVER-ID
                               TO WS-APLM-APPROVER(APLM-NDX)
                           MOVE AL-LIMIT-AMOUNT
                               TO WS-APLM-LIMIT(APLM-NDX)
                       END-IF
                   END-IF
                   PERFORM P0-READ-APPROVER-LIMIT
               END-PERFORM
               CLOSE APPROVER-LIMITS
               IF  WS-LOAD-RECS-READ > WS-APPRLIM-COUNT
                   SET LOAD-TRUNCATED TO TRUE
                   DISPLAY "APPRLIM LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-APPRLIM-COUNT
               END-IF
           END-IF.
        P0-READ-APPROVER-LIMIT.
           READ APPROVER-LIMITS
               AT END
                   SET APPRLIM-EOF TO TRUE
           END-READ.
        P0-LOAD-ACCOUNT-MAP.
           MOVE ZERO TO WS-AMAP-COUNT.
           OPEN INPUT ACCOUNT-MAP.
               AT END
                   SET AMAP-EOF TO TRUE
           END-READ.
      * Only the budgets that bind tonight are kept: this month's
      * (YYYYMM) and this year's (YYYY00). A budget past the table
      * cap would let its account overspend unchecked, so the load
      * is held to the same hard line as the other references.
        P0-LOAD-BUDGETS.
           COMPUTE WS-CURRENT-PERIOD = WS-BATCH-DATE / 100
           COMPUTE WS-CURRENT-YEAR = WS-CURRENT-PERIOD / 100
           COMPUTE WS-BUD-YEAR-KEY = WS-CURRENT-YEAR * 100
           MOVE ZERO TO WS-BUD-COUNT
           MOVE ZERO TO WS-LOAD-RECS-READ
           OPEN INPUT BUDGET-FILE
           IF  FS-SUCCESS
               PERFORM P0-READ-BUDGET
               PERFORM UNTIL BUDGET-EOF
                   IF  BG-PERIOD = WS-CURRENT-PERIOD
                       OR BG-PERIOD = WS-BUD-YEAR-KEY
                       ADD 1 TO WS-LOAD-RECS-READ
                       IF  WS-BUD-COUNT < 1000
                           ADD 1 TO WS-BUD-COUNT
                           SET BUD-NDX TO WS-BUD-COUNT
                           MOVE BG-COMPANY-CODE
                               TO WS-BUD-COMPANY(BUD-NDX)
                           MOVE BG-ACCOUNT
                               TO WS-BUD-ACCOUNT(BUD-NDX)
                           MOVE BG-PERIOD
                               TO WS-BUD-PERIOD(BUD-NDX)
                           MOVE BG-BUDGET-AMOUNT
                               TO WS-BUD-AMOUNT(BUD-NDX)
                           MOVE ZERO TO WS-BUD-ACTUAL(BUD-NDX)
                           MOVE ZERO TO WS-BUD-RELEASED(BUD-NDX)
                       END-IF
                   END-IF
                   PERFORM P0-READ-BUDGET
               END-PERFORM
               CLOSE BUDGET-FILE
               IF  WS-LOAD-RECS-READ > WS-BUD-COUNT
                   SET LOAD-TRUNCATED TO TRUE
                   DISPLAY "BUDGET LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-BUD-COUNT
               END-IF
           END-IF.
        P0-READ-BUDGET.
           READ BUDGET-FILE
               AT END
                   SET BUDGET-EOF TO TRUE
           END-READ.
      * Spend to date is the net movement on the period ledger as
      * GLPOST last left it, summed over currencies and cost
      * centers and priced into the home currency.
        P0-LOAD-LEDGER-ACTUALS.
           IF  WS-BUD-COUNT > ZERO
               OPEN INPUT PERIOD-LEDGER
               IF  FS-SUCCESS
                   PERFORM P0-READ-PERIOD-LEDGER
                   PERFORM UNTIL PERLEDG-EOF
                       COMPUTE WS-LEDGER-YEAR = PL-PERIOD / 100
                       IF  WS-LEDGER-YEAR = WS-CURRENT-YEAR
                           AND PL-PERIOD <= WS-CURRENT-PERIOD
                           MOVE PL-CURRENCY TO WS-BASE-CURRENCY
                           COMPUTE WS-BASE-AMOUNT =
                               PL-DR-TOTAL - PL-CR-TOTAL
                           PERFORM P0-PRICE-IN-BASE
                           PERFORM VARYING BUD-NDX FROM 1 BY 1
                                   UNTIL BUD-NDX > WS-BUD-COUNT
                               PERFORM P0-ADD-LEDGER-TO-BUDGET
                           END-PERFORM
                       END-IF
                       PERFORM P0-READ-PERIOD-LEDGER
                   END-PERFORM
                   CLOSE PERIOD-LEDGER
               END-IF
           END-IF.
        P0-READ-PERIOD-LEDGER.
           READ PERIOD-LEDGER
               AT END
                   SET PERLEDG-EOF TO TRUE
           END-READ.
        P0-ADD-LEDGER-TO-BUDGET.
           IF  WS-BUD-COMPANY(BUD-NDX) = PL-COMPANY
            AND WS-BUD-ACCOUNT(BUD-NDX) = PL-ACCOUNT
            AND (WS-BUD-PERIOD(BUD-NDX) = PL-PERIOD
              OR WS-BUD-PERIOD(BUD-NDX) = WS-BUD-YEAR-KEY)
               ADD WS-BASE-AMOUNT TO WS-BUD-ACTUAL(BUD-NDX)
           END-IF.
      * WS-BASE-AMOUNT arrives in WS-BASE-CURRENCY and leaves in
      * the home currency, at the newest feed rate or, with no
      * feed, the CURXREF table; an unknown currency is left as is.
        P0-PRICE-IN-BASE.
           IF  WS-RATE-COUNT > ZERO
               SET RATE-NDX TO 1
               SEARCH WS-RATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RATE-CODE(RATE-NDX) = WS-BASE-CURRENCY
                       COMPUTE WS-BASE-AMOUNT ROUNDED =
                           WS-BASE-AMOUNT * WS-RATE-VALUE(RATE-NDX)
               END-SEARCH
           ELSE
               SET CURXREF-NDX TO 1
               SEARCH CURXREF-ENTRY
                   AT END
                       CONTINUE
                   WHEN CURXREF-CODE(CURXREF-NDX) = WS-BASE-CURRENCY
                       COMPUTE WS-BASE-AMOUNT ROUNDED =
                           WS-BASE-AMOUNT * CURXREF-RATE(CURXREF-NDX)
               END-SEARCH
           END-IF.
        P0-LOAD-CREDIT-APPLICATIONS.
           MOVE ZERO TO WS-CAPPL-COUNT.
           OPEN INPUT CREDIT-APPLICATION.
      * cannot name its accounts must not start.
        P0-VALIDATE-ACCOUNT-MAP.
           PERFORM VARYING WS-EVENT-NDX FROM 1 BY 1
                   UNTIL WS-EVENT-NDX > 10
               MOVE "N" TO WS-EVENT-COVERED-SW
               PERFORM VARYING WS-AMAP-SCAN-NDX FROM 1 BY 1
                       UNTIL WS-AMAP-SCAN-NDX > WS-AMAP-COUNT
               AT END
                   SET RATE-FEED-EOF TO TRUE
           END-READ.
        P0-CHECK-SUITE-CKPT.
           OPEN INPUT SUITE-CKPT.
           IF  FS-SUCCESS
           IF  VENDOR-SANCTIONED
               GO TO P1-EXIT
           END-IF
           MOVE ZERO TO WS-CURR-PO-RETAIN-PCT
           IF  TRANS-TYPE = "P"
               PERFORM P1-VERIFY-DEPOSIT-PO
           ELSE
               PERFORM P1-MATCH-OPEN-PO
           END-IF
           IF  PO-NOT-MATCHED
               GO TO P1-EXIT
           END-IF
           ELSE
               MOVE "F" TO CONDI
           END-IF
           PERFORM P1-CHECK-BUDGET
           EVALUATE TRUE
               WHEN INV-ON-HOLD-DISPUTE
                   CONTINUE
                   MOVE "VENDOR CORRECTION ON INVOICE"
                       TO WS-STATUS-REASON
                   PERFORM P1-SET-STATUS
               WHEN OVER-BUDGET
                   PERFORM P1-HOLD-OVER-BUDGET
               WHEN OTHER
                   PERFORM P1-CHECK-APPROVAL-TIER
                   IF  APPROVAL-SATISFIED
           IF  TRANS-TYPE = "R"
               GO TO P1-CHECK-DUPLICATE-EXIT
           END-IF
           MOVE SOME-PART-1 TO IK-SOME-PART-1
           MOVE SOME-PART-2 TO IK-SOME-PART-2
           MOVE INVOICE-NO  TO IK-INVOICE-NO
           MOVE IK-NUMBER-KEY TO WS-HIST-PROBE
           SET HIST-MATCH-AMOUNT TO TRUE
      * The real duplicate key is the vendor's own invoice number,
      * so a numbered invoice is a single keyed probe. Work
      * captured before the number existed carries spaces and
      * keeps the old vendor-plus-amount match, over the vendor's
      * unnumbered records only. A credit memo's number references
      * its ORIGINAL invoice, so the number key would falsely match
      * the original on history - credits keep the amount-based
      * match, over everything held for the vendor.
           EVALUATE TRUE
               WHEN TRANS-TYPE = "C"
                   MOVE 8 TO WS-HIST-PROBE-LEN
                   START INVOICE-HISTORY KEY = IK-VENDOR-KEY
                   PERFORM P1-SCAN-INVOICE-HISTORY
               WHEN INVOICE-NO = SPACES
                   MOVE 18 TO WS-HIST-PROBE-LEN
                   START INVOICE-HISTORY KEY = IK-NUMBER-KEY
                   PERFORM P1-SCAN-INVOICE-HISTORY
               WHEN OTHER
                   MOVE "N" TO WS-HIST-HIT-SW
                   START INVOICE-HISTORY KEY = IK-NUMBER-KEY
                   EVALUATE WS-INVHIST-STATUS
                       WHEN "00"
                           SET HIST-HIT TO TRUE
                       WHEN "23"
                           CONTINUE
                       WHEN OTHER
                           PERFORM P1-INVOICE-HISTORY-FAILED
                   END-EVALUATE
           END-EVALUATE
           IF  HIST-HIT
               SET DUPLICATE-INVOICE TO TRUE
               PERFORM P1-QUEUE-DUPLICATE
           END-IF.
       P1-CHECK-DUPLICATE-EXIT.
           EXIT.
       P1-QUEUE-DUPLICATE.
           MOVE "SUSPECTED DUPLICATE INVOICE"
               TO WS-STATUS-REASON
           PERFORM P1-SET-STATUS.
      * Positioned by a START, reads forward through the records
      * whose leading WS-HIST-PROBE-LEN key bytes equal the probe,
      * stopping at the first one that matches on amount or on
      * invoice number. A history that cannot be read proves
      * nothing either way, so the failure counts as a hit: the
      * invoice goes to review rather than risk paying it twice.
       P1-SCAN-INVOICE-HISTORY.
           MOVE "N" TO WS-HIST-HIT-SW
           MOVE "N" TO WS-HIST-SCAN-END-SW
           EVALUATE WS-INVHIST-STATUS
               WHEN "00"
                   PERFORM P1-READ-NEXT-HISTORY
                       UNTIL HIST-SCAN-END OR HIST-HIT
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   PERFORM P1-INVOICE-HISTORY-FAILED
           END-EVALUATE.
       P1-READ-NEXT-HISTORY.
           READ INVOICE-HISTORY NEXT RECORD
               AT END
                   SET HIST-SCAN-END TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN HIST-SCAN-END
                   CONTINUE
               WHEN WS-INVHIST-STATUS NOT = "00"
                   SET HIST-SCAN-END TO TRUE
                   PERFORM P1-INVOICE-HISTORY-FAILED
               WHEN IK-NUMBER-KEY(1:WS-HIST-PROBE-LEN)
                       NOT = WS-HIST-PROBE(1:WS-HIST-PROBE-LEN)
                   SET HIST-SCAN-END TO TRUE
               WHEN HIST-MATCH-AMOUNT
                AND IK-INVOICE-AMOUNT = INVOICE-AMOUNT
                   SET HIST-HIT TO TRUE
               WHEN HIST-MATCH-NUMBER
                AND IK-INVOICE-NO = INVOICE-NO
                   SET HIST-HIT TO TRUE
           END-EVALUATE.
       P1-INVOICE-HISTORY-FAILED.
           DISPLAY "HELLOWRD INVHVSAM READ FAILED KEY="
               WS-HIST-PROBE " STATUS=" WS-INVHIST-STATUS
           ADD 1 TO WS-INVHIST-ERRORS
           SET HIST-HIT TO TRUE.
      * A credit memo banks under its original's number, so two can
      * share the number and the second - the stamp is only to the
      * second - takes the next sequence number.
       P1-LOG-INVOICE-HISTORY.
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP
           MOVE SOME-PART-1    TO IK-SOME-PART-1
           MOVE SOME-PART-2    TO IK-SOME-PART-2
           MOVE INVOICE-NO     TO IK-INVOICE-NO
           MOVE WS-TIMESTAMP   TO IK-TIMESTAMP
           MOVE ZERO           TO IK-KEY-SEQ
           MOVE INVOICE-AMOUNT TO IK-INVOICE-AMOUNT
           WRITE INVOICE-HISTORY-KEYED-RECORD
           PERFORM UNTIL WS-INVHIST-STATUS NOT = "22"
                      OR IK-KEY-SEQ = 999
               ADD 1 TO IK-KEY-SEQ
               WRITE INVOICE-HISTORY-KEYED-RECORD
           END-PERFORM
           IF  WS-INVHIST-STATUS NOT = "00"
               DISPLAY "HELLOWRD INVHVSAM WRITE FAILED KEY="
                   IK-NUMBER-KEY " STATUS=" WS-INVHIST-STATUS
               ADD 1 TO WS-INVHIST-ERRORS
           END-IF.
      * Two-way match: an invoice may release only against a PO for
      * its vendor whose open balance it matches within tolerance.
      * The matched PO's balance is drawn down at once so a second
      * invoice in the same run cannot ride the same order. With no
      * open-PO file present at all, matching is waived so the feed
      * from purchasing can be phased in vendor by vendor. An
      * invoice quoting its PO matches only that order, and one
      * that quoted none takes the number of the order it matched,
      * so the release can find a deposit paid against it.
       P1-MATCH-OPEN-PO.
           SET PO-MATCHED TO TRUE
           IF  WS-PO-COUNT > ZERO
                       OR PO-MATCHED
                   IF  WS-PO-VENDOR(PO-NDX) = SOME-PART-1
                       AND WS-PO-BALANCE(PO-NDX) > ZERO
                       AND (INVOICE-PO-NUMBER = SPACES
                        OR WS-PO-NUMBER(PO-NDX) = INVOICE-PO-NUMBER)
                       PERFORM P1-TRY-ONE-PO
                   END-IF
               END-PERFORM
           END-IF
           IF  WS-PO-VARIANCE <= WS-PO-TOLERANCE-AMT
               SET PO-MATCHED TO TRUE
               MOVE WS-PO-NUMBER(PO-NDX) TO INVOICE-PO-NUMBER
               MOVE WS-PO-RETAIN-PCT(PO-NDX) TO WS-CURR-PO-RETAIN-PCT
               IF  INVOICE-AMOUNT < WS-PO-BALANCE(PO-NDX)
                   SUBTRACT INVOICE-AMOUNT
                       FROM WS-PO-BALANCE(PO-NDX)
               ELSE
                   MOVE ZERO TO WS-PO-BALANCE(PO-NDX)
               END-IF
               MOVE WS-BATCH-DATE TO WS-PO-LAST-ACTIVITY(PO-NDX)
               PERFORM P1-LOG-PO-ACTIVITY
           END-IF.
      * A deposit is not the goods: it must name an open PO of its
      * vendor and may not exceed what is left open on it, but it
      * does not draw the balance down - the final invoice bills
      * the full order and matches it as usual.
       P1-VERIFY-DEPOSIT-PO.
           SET PO-MATCHED TO TRUE
           IF  WS-PO-COUNT > ZERO
               SET PO-NOT-MATCHED TO TRUE
               SET PO-NDX TO 1
               SEARCH WS-PO-ENTRY
                   AT END
                       CONTINUE
                   WHEN PO-NDX > WS-PO-COUNT
                       CONTINUE
                   WHEN WS-PO-VENDOR(PO-NDX) = SOME-PART-1
                    AND WS-PO-NUMBER(PO-NDX) = INVOICE-PO-NUMBER
                       IF  INVOICE-AMOUNT <= WS-PO-BALANCE(PO-NDX)
                           SET PO-MATCHED TO TRUE
                       END-IF
               END-SEARCH
           END-IF
           IF  PO-NOT-MATCHED
               MOVE SOME-PART-1       TO RQ-SOME-PART-1
               MOVE SOME-PART-2       TO RQ-SOME-PART-2
               MOVE INVOICE-AMOUNT    TO RQ-INVOICE-AMOUNT
               MOVE INVOICE-DATE      TO RQ-INVOICE-DATE
               MOVE EXCHANGE-PART-01  TO RQ-CURRENCY
               MOVE INVOICE-NO        TO RQ-INVOICE-NO
               MOVE COMPANY-CODE      TO RQ-COMPANY-CODE
               MOVE "DEPOSIT PO NOT OPEN OR DEPOSIT EXCEEDS IT"
                   TO RQ-REASON
               WRITE REVIEW-QUEUE-RECORD
               ADD 1 TO WS-EXCEPTIONS-LOGGED
               MOVE "H" TO WS-NEW-STATUS
               MOVE "DEPOSIT PO NOT OPEN" TO WS-STATUS-REASON
               PERFORM P1-SET-STATUS
           END-IF.
      * Purchasing's feedback loop: every successful match lands on
      * the PO activity file with the consumed amount and what the
      * order had left the moment it matched.
                       SET VENDOR-SANCTIONED TO TRUE
               END-SEARCH
           END-IF
           MOVE SPACES TO WS-COMPLIANCE-APPROVER
           IF  VENDOR-SANCTIONED AND WS-CMPA-COUNT > ZERO
               SET CMPA-NDX TO 1
               SEARCH WS-CMPA-ENTRY
                       CONTINUE
                   WHEN WS-CMPA-VENDOR(CMPA-NDX) = SOME-PART-1
                       MOVE "N" TO WS-VENDOR-SANCTIONED-SW
                       MOVE WS-CMPA-APPROVER(CMPA-NDX)
                           TO WS-COMPLIANCE-APPROVER
               END-SEARCH
           END-IF
           IF  VENDOR-SANCTIONED
            OR WS-COMPLIANCE-APPROVER NOT = SPACES
               PERFORM P1-WRITE-COMPLIANCE-EVIDENCE
           END-IF
           IF  VENDOR-SANCTIONED
               MOVE SOME-PART-1       TO RQ-SOME-PART-1
               MOVE SOME-PART-2       TO RQ-SOME-PART-2
           IF  WS-APPROVALS-NEEDED > ZERO
               PERFORM P1-COUNT-APPROVALS
               IF  WS-APPROVALS-FOUND < WS-APPROVALS-NEEDED
                   OR APPROVAL-DECLINED
                   SET APPROVAL-MISSING TO TRUE
                   PERFORM P1-HOLD-FOR-APPROVAL
               END-IF
               PERFORM P1-WRITE-APPROVAL-EVIDENCE
           END-IF.
      * Every card for the invoice is looked at, so that a decline
      * from any approver entitled to sign holds it however many
      * approvals are also on file. A card from an approver not on
      * APPRLIM, or whose limit is under the invoice, is ignored.
       P1-COUNT-APPROVALS.
           MOVE ZERO   TO WS-APPROVALS-FOUND
           MOVE SPACES TO WS-FIRST-APPROVER
           MOVE SPACES TO WS-RELEASE-APPROVER-1
           MOVE SPACES TO WS-RELEASE-APPROVER-2
           MOVE "N"    TO WS-APPROVAL-DECLINED-SW
           PERFORM VARYING APPR-NDX FROM 1 BY 1
                   UNTIL APPR-NDX > WS-APPRCRD-COUNT
               IF  WS-APPR-PART-1(APPR-NDX) = SOME-PART-1
                AND WS-APPR-PART-2(APPR-NDX) = SOME-PART-2
                   PERFORM P1-CHECK-APPROVER-LIMIT
                   IF  APPROVER-WITHIN-LIMIT
                       IF  WS-APPR-DECISION(APPR-NDX) = "D"
                           SET APPROVAL-DECLINED TO TRUE
                       ELSE
                           IF  WS-APPR-APPROVER(APPR-NDX)
                                   NOT = WS-FIRST-APPROVER
                            AND WS-APPROVALS-FOUND
                                   < WS-APPROVALS-NEEDED
                               ADD 1 TO WS-APPROVALS-FOUND
                               MOVE WS-APPR-APPROVER(APPR-NDX)
                                   TO WS-FIRST-APPROVER
                               IF  WS-APPROVALS-FOUND = 1
                                   MOVE WS-APPR-APPROVER(APPR-NDX)
                                       TO WS-RELEASE-APPROVER-1
                               ELSE
                                   MOVE WS-APPR-APPROVER(APPR-NDX)
                                       TO WS-RELEASE-APPROVER-2
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * Controls evidence for the month-end package: every tiered
      * release decision, with the approvers who signed and how
      * many the tier needed. Invoices come off the feed, so there
      * is no maker to record.
       P1-WRITE-APPROVAL-EVIDENCE.
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE SPACES TO CONTROL-EVIDENCE-RECORD
           MOVE BZ-TIMESTAMP          TO CE-TIMESTAMP
           SET CE-RELEASE-APPR        TO TRUE
           MOVE SOME-PART-1           TO CE-KEY(1:4)
           MOVE SOME-PART-2           TO CE-KEY(5:4)
           MOVE INVOICE-NO            TO CE-KEY(9:10)
           MOVE "R"                   TO CE-ACTION
           MOVE INVOICE-AMOUNT        TO CE-AMOUNT
           MOVE WS-RELEASE-APPROVER-1 TO CE-APPROVER-1
           MOVE WS-RELEASE-APPROVER-2 TO CE-APPROVER-2
           MOVE WS-APPROVALS-NEEDED   TO CE-APPROVALS-REQD
           EVALUATE TRUE
               WHEN APPROVAL-DECLINED
                   SET CE-DECLINED TO TRUE
               WHEN APPROVAL-MISSING
                   SET CE-HELD     TO TRUE
               WHEN OTHER
                   SET CE-APPLIED  TO TRUE
           END-EVALUATE
           WRITE CONTROL-EVIDENCE-RECORD.
       P1-WRITE-COMPLIANCE-EVIDENCE.
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE SPACES TO CONTROL-EVIDENCE-RECORD
           MOVE BZ-TIMESTAMP           TO CE-TIMESTAMP
           SET CE-COMPLIANCE           TO TRUE
           MOVE SOME-PART-1            TO CE-KEY(1:4)
           MOVE SOME-PART-2            TO CE-KEY(5:4)
           MOVE INVOICE-NO             TO CE-KEY(9:10)
           MOVE "C"                    TO CE-ACTION
           MOVE INVOICE-AMOUNT         TO CE-AMOUNT
           MOVE WS-COMPLIANCE-APPROVER TO CE-APPROVER-1
           MOVE 1                      TO CE-APPROVALS-REQD
           IF  VENDOR-SANCTIONED
               SET CE-HELD    TO TRUE
           ELSE
               SET CE-APPLIED TO TRUE
           END-IF
           WRITE CONTROL-EVIDENCE-RECORD.
       P1-CHECK-APPROVER-LIMIT.
           IF  NOT APPRLIM-ON-FILE
               SET APPROVER-WITHIN-LIMIT TO TRUE
           ELSE
               MOVE "N" TO WS-APPROVER-OK-SW
               SET APLM-NDX TO 1
               SEARCH WS-APPRLIM-ENTRY
                   AT END
                       CONTINUE
                   WHEN APLM-NDX > WS-APPRLIM-COUNT
                       CONTINUE
                   WHEN WS-APLM-APPROVER(APLM-NDX)
                           = WS-APPR-APPROVER(APPR-NDX)
                       IF  INVOICE-AMOUNT
                               NOT > WS-APLM-LIMIT(APLM-NDX)
                           SET APPROVER-WITHIN-LIMIT TO TRUE
                       END-IF
               END-SEARCH
           END-IF.
       P1-HOLD-FOR-APPROVAL.
           MOVE SOME-PART-1       TO RQ-SOME-PART-1
           MOVE SOME-PART-2       TO RQ-SOME-PART-2
           MOVE EXCHANGE-PART-01  TO RQ-CURRENCY
           MOVE INVOICE-NO        TO RQ-INVOICE-NO
           MOVE COMPANY-CODE      TO RQ-COMPANY-CODE
           EVALUATE TRUE
               WHEN APPROVAL-DECLINED
                   MOVE "HELD - APPROVAL DECLINED" TO RQ-REASON
               WHEN WS-APPROVALS-NEEDED = 2
                   MOVE "HELD - TWO APPROVERS REQUIRED OVER TIER 2"
                       TO RQ-REASON
               WHEN OTHER
                   MOVE "HELD - SUPERVISOR APPROVAL REQUIRED"
                       TO RQ-REASON
           END-EVALUATE
           WRITE REVIEW-QUEUE-RECORD
           ADD 1 TO WS-EXCEPTIONS-LOGGED
           ADD 1 TO WS-APPR-HOLDS
           MOVE "H" TO WS-NEW-STATUS
           IF  APPROVAL-DECLINED
               MOVE "RELEASE APPROVAL DECLINED" TO WS-STATUS-REASON
           ELSE
               MOVE "AWAITING RELEASE APPROVAL" TO WS-STATUS-REASON
           END-IF
           PERFORM P1-SET-STATUS.
      * The invoice's expense - net of the recoverable tax, on the
      * account ACCTMAP resolves for this vendor class and company,
      * priced into the home currency - is laid on top of each
      * binding budget's spend to date and tonight's releases. A
      * deposit is an asset, not spend: the final invoice's expense
      * is what the budget sees.
       P1-CHECK-BUDGET.
           MOVE "N" TO WS-OVER-BUDGET-SW
           MOVE ZERO TO WS-BUD-CHARGE
           IF  WS-BUD-COUNT > ZERO
               AND TRANS-TYPE NOT = "P"
               MOVE "EXPENSE " TO WS-JRNL-ACCOUNT
               PERFORM P9-RESOLVE-ACCOUNT
                   THRU P9-RESOLVE-ACCOUNT-EXIT
               MOVE WS-JRNL-ACCOUNT TO WS-BUD-ACCOUNT-KEY
               MOVE EXCHANGE-PART-01 TO WS-BASE-CURRENCY
               COMPUTE WS-BASE-AMOUNT = INVOICE-AMOUNT - TAX-AMOUNT
               PERFORM P0-PRICE-IN-BASE
               MOVE WS-BASE-AMOUNT TO WS-BUD-CHARGE
               PERFORM VARYING BUD-NDX FROM 1 BY 1
                       UNTIL BUD-NDX > WS-BUD-COUNT
                   IF  WS-BUD-COMPANY(BUD-NDX) = COMPANY-CODE
                    AND WS-BUD-ACCOUNT(BUD-NDX) = WS-BUD-ACCOUNT-KEY
                       COMPUTE WS-BUD-PROJECTED =
                           WS-BUD-ACTUAL(BUD-NDX)
                           + WS-BUD-RELEASED(BUD-NDX)
                           + WS-BUD-CHARGE
                       IF  WS-BUD-PROJECTED > WS-BUD-AMOUNT(BUD-NDX)
                           SET OVER-BUDGET TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
       P1-HOLD-OVER-BUDGET.
           MOVE SOME-PART-1       TO RQ-SOME-PART-1
           MOVE SOME-PART-2       TO RQ-SOME-PART-2
           MOVE INVOICE-AMOUNT    TO RQ-INVOICE-AMOUNT
           MOVE INVOICE-DATE      TO RQ-INVOICE-DATE
           MOVE EXCHANGE-PART-01  TO RQ-CURRENCY
           MOVE INVOICE-NO        TO RQ-INVOICE-NO
           MOVE COMPANY-CODE      TO RQ-COMPANY-CODE
           MOVE "HELD - OVER BUDGET FOR EXPENSE ACCOUNT"
               TO RQ-REASON
           WRITE REVIEW-QUEUE-RECORD
           ADD 1 TO WS-EXCEPTIONS-LOGGED
           ADD 1 TO WS-BUDGET-HOLDS
           MOVE "H" TO WS-NEW-STATUS
           MOVE "OVER BUDGET" TO WS-STATUS-REASON
           PERFORM P1-SET-STATUS.
       P1-VALIDATE-VENDOR-CORRECTION.
           COMPUTE WS-MAX-CORRECTION-AMT =
      * invoice date through the shared DATECALC subprogram (with a
      * calendar-day fall-back if the calculator reports an error).
      * Outside the window the discount is recorded as lost; a
      * vendor with no terms gets no discount at all, and a deposit
      * is paid in full - the terms apply to the final invoice.
       P1-APPLY-EARLY-PAYMENT-DISCOUNT.
           MOVE ZERO TO WS-EARLY-PAYMENT-DISCOUNT
           IF  WS-CURR-VEND-DISC-PCT > ZERO
               AND INVOICE-DATE > ZERO
               AND TRANS-TYPE NOT = "P"
               SET DC-DAYS-BETWEEN TO TRUE
               MOVE INVOICE-DATE  TO DC-DATE-1
               MOVE WS-BATCH-DATE TO DC-DATE-2
               MOVE SPACES        TO DC-CALENDAR
               CALL "DATECALC" USING DATECALC-PARMS
               IF  DC-OK
                   MOVE DC-DAYS-OUT TO WS-DAYS-SINCE-INVOICE
           END-IF
           COMPUTE WS-NET-PAYABLE-AMOUNT ROUNDED =
               INVOICE-AMOUNT - WS-EARLY-PAYMENT-DISCOUNT
           PERFORM P1-APPLY-BACKUP-WITHHOLDING
           PERFORM P1-APPLY-RETAINAGE.
      * Backup withholding claws its cut out of the net payable at
      * payment time: a flagged vendor is paid gross less discount
      * less the withheld percentage of gross, the withholding-
               ADD 1 TO WS-WHOLD-COUNT
               ADD WS-WITHHELD-AMOUNT TO WS-WHOLD-AMT
           END-IF.
      * Retainage comes off what is left of the net payable after
      * discount and withholding, at the percentage on the PO the
      * invoice matched. The held share is credited to retainage
      * payable and added to the PO's ledger balance when the
      * invoice releases; only the rest goes to the extract.
       P1-APPLY-RETAINAGE.
           MOVE ZERO TO WS-RETAINED-AMOUNT
           IF  WS-CURR-PO-RETAIN-PCT > ZERO
               COMPUTE WS-RETAINED-AMOUNT ROUNDED =
                   WS-NET-PAYABLE-AMOUNT * WS-CURR-PO-RETAIN-PCT / 100
               SUBTRACT WS-RETAINED-AMOUNT
                   FROM WS-NET-PAYABLE-AMOUNT
           END-IF.
       P1-LOG-ROUTING-NOT-FOUND.
           MOVE SOME-PART-1       TO RQ-SOME-PART-1
           MOVE SOME-PART-2       TO RQ-SOME-PART-2
      * cannot fall into them and write extract or journal records
      * for invoices that were never released.
        P9-WRITE-PAYMENT-EXTRACT.
           PERFORM P9-OFFSET-PREPAYMENT
           PERFORM P9-NET-VENDOR-CREDIT
           MOVE SOME-PART-1              TO PX-SOME-PART-1
           MOVE SOME-PART-2              TO PX-SOME-PART-2
           MOVE COMPANY-CODE             TO PX-COMPANY-CODE
           MOVE INVOICE-NO               TO PX-INVOICE-NO
           MOVE TAX-AMOUNT               TO PX-TAX-AMOUNT
           MOVE INVOICE-PO-NUMBER        TO PX-PO-NUMBER
           MOVE WS-PREPAY-APPLIED        TO PX-PREPAY-APPLIED
           IF  TRANS-TYPE = "P"
               MOVE "Y" TO PX-DEPOSIT-SW
           ELSE
               MOVE "N" TO PX-DEPOSIT-SW
           END-IF
           MOVE WS-RETAINED-AMOUNT       TO PX-RETAINED
           PERFORM P9-SET-PAY-DATE
           MOVE WS-SCHEDULED-PAY-DATE    TO PX-PAY-DATE
           WRITE PAYMENT-EXTRACT-RECORD
           ADD 1 TO WS-PAYMENTS-EXTRACTED
           PERFORM P9-TALLY-COMPANY-RELEASE
           PERFORM P9-POST-JOURNAL
           IF  TRANS-TYPE = "P"
               PERFORM P9-RECORD-DEPOSIT
           END-IF
           IF  WS-RETAINED-AMOUNT > ZERO
               PERFORM P9-RECORD-RETAINAGE
           END-IF.
      * A released item is paid on the last business day that
      * still earns the discount taken on it, otherwise on its net
      * due date - never earlier, so treasury keeps the float. A
      * deposit, an invoice with no date or no net terms, or one
      * the calculator cannot date is due at once. The business
      * days are counted on the holiday calendar of the payment
      * currency, so the pay date is a day that currency settles.
       P9-SET-PAY-DATE.
           MOVE WS-BATCH-DATE TO WS-SCHEDULED-PAY-DATE
           IF  TRANS-TYPE NOT = "P"
               AND INVOICE-DATE > ZERO
               SET DC-ADD-DAYS TO TRUE
               MOVE INVOICE-DATE TO DC-DATE-1
               MOVE PX-CURRENCY-CODE TO DC-CALENDAR
               IF  WS-EARLY-PAYMENT-DISCOUNT > ZERO
                   MOVE WS-CURR-VEND-DISC-DAYS TO DC-DAYS-IN
               ELSE
                   MOVE WS-CURR-VEND-NET-DAYS  TO DC-DAYS-IN
               END-IF
               IF  DC-DAYS-IN > ZERO
                   CALL "DATECALC" USING DATECALC-PARMS
                   IF  DC-OK
                       AND DC-RESULT-DATE > WS-BATCH-DATE
                       MOVE DC-RESULT-DATE TO WS-SCHEDULED-PAY-DATE
                   END-IF
               END-IF
           END-IF.
      * The tax inside the gross goes to its own recoverable-tax
      * account instead of inflating expense: DR expense net of
      * tax, DR TAXRECOV for the tax, and the credit side is
               WHEN WS-COMP-CODE(COMP-NDX) = COMPANY-CODE
                   ADD 1 TO WS-COMP-RELEASED(COMP-NDX)
           END-SEARCH.
      * A deposit debits the prepaid asset where an invoice debits
      * expense; the final invoice's offset credits it back out.
        P9-POST-JOURNAL.
           COMPUTE WS-EXPENSE-REMAINING =
               INVOICE-AMOUNT - TAX-AMOUNT
           EVALUATE TRUE
               WHEN TRANS-TYPE = "P"
                   MOVE SPACES TO WS-JRNL-COST-CENTER
                   MOVE "PREPAID " TO WS-JRNL-ACCOUNT
                   MOVE "DR"       TO WS-JRNL-DRCR
                   MOVE WS-EXPENSE-REMAINING TO WS-JRNL-AMOUNT
                   PERFORM P9-ADD-JOURNAL-LINE
               WHEN WS-INVCC-COUNT = ZERO
                   MOVE SPACES TO WS-JRNL-COST-CENTER
                   MOVE "EXPENSE " TO WS-JRNL-ACCOUNT
                   MOVE "DR"       TO WS-JRNL-DRCR
                   MOVE WS-EXPENSE-REMAINING TO WS-JRNL-AMOUNT
                   PERFORM P9-ADD-JOURNAL-LINE
               WHEN OTHER
                   PERFORM VARYING INVCC-NDX FROM 1 BY 1
                           UNTIL INVCC-NDX > WS-INVCC-COUNT
                       PERFORM P9-POST-COST-CENTER-EXPENSE
                   END-PERFORM
           END-EVALUATE
           MOVE SPACES     TO WS-JRNL-COST-CENTER
           MOVE "TAXRECOV" TO WS-JRNL-ACCOUNT
           MOVE "DR"       TO WS-JRNL-DRCR
           MOVE TAX-AMOUNT TO WS-JRNL-AMOUNT
           MOVE "CR"       TO WS-JRNL-DRCR
           MOVE WS-CREDIT-APPLIED TO WS-JRNL-AMOUNT
           PERFORM P9-ADD-JOURNAL-LINE
           MOVE "PREPAID " TO WS-JRNL-ACCOUNT
           MOVE "CR"       TO WS-JRNL-DRCR
           MOVE WS-PREPAY-APPLIED TO WS-JRNL-AMOUNT
           PERFORM P9-ADD-JOURNAL-LINE
           MOVE "WHOLDPAY" TO WS-JRNL-ACCOUNT
           MOVE "CR"       TO WS-JRNL-DRCR
           MOVE WS-WITHHELD-AMOUNT TO WS-JRNL-AMOUNT
           PERFORM P9-ADD-JOURNAL-LINE
           MOVE "RETAINPY" TO WS-JRNL-ACCOUNT
           MOVE "CR"       TO WS-JRNL-DRCR
           MOVE WS-RETAINED-AMOUNT TO WS-JRNL-AMOUNT
           PERFORM P9-ADD-JOURNAL-LINE
           PERFORM P9-WRITE-WHOLD-REGISTER
           PERFORM P9-TALLY-BUDGET-RELEASE
           PERFORM P9-POST-REALIZED-FX
               THRU P9-POST-REALIZED-FX-EXIT.
      * The expense debit split by department. The last center takes
      * whatever remains of the header's net-of-tax amount, so the
      * cent the line-level tax rounding leaves over still lands and
      * the split always foots back to the single debit it replaces.
      * Each center's debit is also kept on EXPSHIST for the recall
      * and returned-payment reversals to credit back.
        P9-POST-COST-CENTER-EXPENSE.
           MOVE WS-INVCC-CODE(INVCC-NDX) TO WS-JRNL-COST-CENTER
           MOVE "EXPENSE " TO WS-JRNL-ACCOUNT
           MOVE "DR"       TO WS-JRNL-DRCR
           IF  INVCC-NDX = WS-INVCC-COUNT
               OR WS-INVCC-AMOUNT(INVCC-NDX) > WS-EXPENSE-REMAINING
               MOVE WS-EXPENSE-REMAINING TO WS-JRNL-AMOUNT
           ELSE
               MOVE WS-INVCC-AMOUNT(INVCC-NDX) TO WS-JRNL-AMOUNT
           END-IF
           SUBTRACT WS-JRNL-AMOUNT FROM WS-EXPENSE-REMAINING
           PERFORM P9-ADD-JOURNAL-LINE
           IF  WS-JRNL-AMOUNT > ZERO
               MOVE SOME-PART-1         TO EH-SOME-PART-1
               MOVE SOME-PART-2         TO EH-SOME-PART-2
               MOVE INVOICE-NO          TO EH-INVOICE-NO
               MOVE COMPANY-CODE        TO EH-COMPANY-CODE
               MOVE WS-BATCH-DATE       TO EH-RELEASE-DATE
               MOVE WS-JRNL-COST-CENTER TO EH-COST-CENTER
               MOVE WS-JRNL-AMOUNT      TO EH-AMOUNT
               WRITE EXPENSE-SPLIT-RECORD
           END-IF.
      * A released invoice's expense counts against its budgets for
      * the rest of the night, so two invoices that each fit cannot
      * jointly overspend.
        P9-TALLY-BUDGET-RELEASE.
           PERFORM VARYING BUD-NDX FROM 1 BY 1
                   UNTIL BUD-NDX > WS-BUD-COUNT
               IF  WS-BUD-COMPANY(BUD-NDX) = COMPANY-CODE
                AND WS-BUD-ACCOUNT(BUD-NDX) = WS-BUD-ACCOUNT-KEY
                   ADD WS-BUD-CHARGE TO WS-BUD-RELEASED(BUD-NDX)
               END-IF
           END-PERFORM.
        P9-WRITE-WHOLD-REGISTER.
           IF  WS-WITHHELD-AMOUNT > ZERO
               MOVE SOME-PART-1            TO WH-SOME-PART-1
               SET JRNL-NDX TO 1
               SEARCH WS-JRNL-ENTRY
                   AT END
                       IF  WS-JRNL-COUNT < 1000
                           ADD 1 TO WS-JRNL-COUNT
                           SET JRNL-NDX TO WS-JRNL-COUNT
                           MOVE WS-JRNL-ACCOUNT
                               TO WS-JRNL-ENT-AMOUNT(JRNL-NDX)
                           MOVE COMPANY-CODE
                               TO WS-JRNL-ENT-COMPANY(JRNL-NDX)
                           MOVE WS-JRNL-COST-CENTER
                               TO WS-JRNL-ENT-COST-CTR(JRNL-NDX)
                       END-IF
                   WHEN WS-JRNL-ENT-ACCOUNT(JRNL-NDX)
                           = WS-JRNL-ACCOUNT
                    AND WS-JRNL-ENT-DRCR(JRNL-NDX) = WS-JRNL-DRCR
                    AND WS-JRNL-ENT-COMPANY(JRNL-NDX)
                           = COMPANY-CODE
                    AND WS-JRNL-ENT-COST-CTR(JRNL-NDX)
                           = WS-JRNL-COST-CENTER
                       ADD WS-JRNL-AMOUNT
                           TO WS-JRNL-ENT-AMOUNT(JRNL-NDX)
               END-SEARCH
                           TO WS-CRED-MOVED(CRED-NDX)
                   END-IF
           END-SEARCH.
      * The final invoice for a PO takes any deposit still open on
      * that PO - same vendor, company and currency - off its net
      * payable before the vendor's credit pool is tried.
        P9-OFFSET-PREPAYMENT.
           MOVE ZERO TO WS-PREPAY-APPLIED
           IF  TRANS-TYPE NOT = "P"
               AND INVOICE-PO-NUMBER NOT = SPACES
               SET PREP-NDX TO 1
               SEARCH WS-PREPAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PREP-VENDOR(PREP-NDX) = SOME-PART-1
                    AND WS-PREP-PO(PREP-NDX) = INVOICE-PO-NUMBER
                    AND WS-PREP-COMPANY(PREP-NDX) = COMPANY-CODE
                    AND WS-PREP-CURRENCY(PREP-NDX) = EXCHANGE-PART-01
                       PERFORM P9-DRAW-PREPAYMENT
               END-SEARCH
           END-IF.
        P9-DRAW-PREPAYMENT.
           IF  WS-PREP-BALANCE(PREP-NDX) >= WS-NET-PAYABLE-AMOUNT
               MOVE WS-NET-PAYABLE-AMOUNT TO WS-PREPAY-APPLIED
           ELSE
               MOVE WS-PREP-BALANCE(PREP-NDX) TO WS-PREPAY-APPLIED
           END-IF
           SUBTRACT WS-PREPAY-APPLIED FROM WS-PREP-BALANCE(PREP-NDX)
           SUBTRACT WS-PREPAY-APPLIED FROM WS-NET-PAYABLE-AMOUNT
           IF  WS-PREPAY-APPLIED > ZERO
               MOVE WS-BATCH-DATE TO WS-PREP-MOVED(PREP-NDX)
               ADD 1 TO WS-PREPAY-OFFSET-COUNT
               ADD WS-PREPAY-APPLIED TO WS-PREPAY-OFFSET-AMT
           END-IF.
      * A released deposit joins its PO's open balance at the amount
      * it debited to the prepaid asset. A deposit that cannot be
      * recorded is paid but would never be offset, so it raises
      * the same severity-1 alert as a truncated reference load.
        P9-RECORD-DEPOSIT.
           COMPUTE WS-DEPOSIT-AMOUNT = INVOICE-AMOUNT - TAX-AMOUNT
           ADD 1 TO WS-DEPOSIT-COUNT
           ADD WS-DEPOSIT-AMOUNT TO WS-DEPOSIT-AMT
           SET PREP-NDX TO 1
           SEARCH WS-PREPAY-ENTRY
               AT END
                   IF  WS-PREPAY-COUNT < 2000
                       ADD 1 TO WS-PREPAY-COUNT
                       SET PREP-NDX TO WS-PREPAY-COUNT
                       MOVE SOME-PART-1 TO WS-PREP-VENDOR(PREP-NDX)
                       MOVE INVOICE-PO-NUMBER
                           TO WS-PREP-PO(PREP-NDX)
                       MOVE COMPANY-CODE
                           TO WS-PREP-COMPANY(PREP-NDX)
                       MOVE EXCHANGE-PART-01
                           TO WS-PREP-CURRENCY(PREP-NDX)
                       MOVE WS-DEPOSIT-AMOUNT
                           TO WS-PREP-DEPOSIT(PREP-NDX)
                       MOVE WS-DEPOSIT-AMOUNT
                           TO WS-PREP-BALANCE(PREP-NDX)
                       MOVE WS-BATCH-DATE TO WS-PREP-DATE(PREP-NDX)
                       MOVE INVOICE-NO TO WS-PREP-INVOICE(PREP-NDX)
                       MOVE WS-BATCH-DATE TO WS-PREP-MOVED(PREP-NDX)
                   ELSE
                       MOVE "HELLOWRD" TO OA-PROGRAM-ID
                       MOVE 1          TO OA-SEVERITY
                       MOVE "PREPAY TABLE FULL - DEPOSIT NOT RECORDED"
                           TO OA-MESSAGE
                       CALL "OPALERT" USING OPALERT-PARMS
                       DISPLAY "PREPAY TABLE FULL - DEPOSIT "
                           SOME-PART-1 " " INVOICE-NO " NOT RECORDED"
                   END-IF
               WHEN WS-PREP-VENDOR(PREP-NDX) = SOME-PART-1
                AND WS-PREP-PO(PREP-NDX) = INVOICE-PO-NUMBER
                AND WS-PREP-COMPANY(PREP-NDX) = COMPANY-CODE
                AND WS-PREP-CURRENCY(PREP-NDX) = EXCHANGE-PART-01
                   ADD WS-DEPOSIT-AMOUNT
                       TO WS-PREP-DEPOSIT(PREP-NDX)
                   ADD WS-DEPOSIT-AMOUNT
                       TO WS-PREP-BALANCE(PREP-NDX)
                   MOVE WS-BATCH-DATE TO WS-PREP-MOVED(PREP-NDX)
           END-SEARCH.
      * The held share joins its PO's ledger balance. As with a
      * deposit, a holdback that cannot be recorded would never be
      * paid out, so a full table raises the severity-1 alert.
        P9-RECORD-RETAINAGE.
           ADD 1 TO WS-RETAIN-COUNT
           ADD WS-RETAINED-AMOUNT TO WS-RETAIN-AMT
           SET RETL-NDX TO 1
           SEARCH WS-RETL-ENTRY
               AT END
                   IF  WS-RETL-COUNT < 2000
                       ADD 1 TO WS-RETL-COUNT
                       SET RETL-NDX TO WS-RETL-COUNT
                       MOVE SOME-PART-1 TO WS-RETL-VENDOR(RETL-NDX)
                       MOVE SOME-PART-2 TO WS-RETL-PART-2(RETL-NDX)
                       MOVE INVOICE-PO-NUMBER
                           TO WS-RETL-PO(RETL-NDX)
                       MOVE COMPANY-CODE
                           TO WS-RETL-COMPANY(RETL-NDX)
                       MOVE EXCHANGE-PART-01
                           TO WS-RETL-CURRENCY(RETL-NDX)
                       MOVE WS-CURR-PO-RETAIN-PCT
                           TO WS-RETL-PCT(RETL-NDX)
                       MOVE WS-RETAINED-AMOUNT
                           TO WS-RETL-RETAINED(RETL-NDX)
                       MOVE ZERO TO WS-RETL-RELEASED(RETL-NDX)
                       MOVE WS-RETAINED-AMOUNT
                           TO WS-RETL-BALANCE(RETL-NDX)
                       MOVE WS-BATCH-DATE TO WS-RETL-FIRST(RETL-NDX)
                       MOVE WS-BATCH-DATE TO WS-RETL-MOVED(RETL-NDX)
                   ELSE
                       MOVE "HELLOWRD" TO OA-PROGRAM-ID
                       MOVE 1          TO OA-SEVERITY
                       MOVE "RETLEDG FULL - RETAINAGE NOT RECORDED"
                           TO OA-MESSAGE
                       CALL "OPALERT" USING OPALERT-PARMS
                       DISPLAY "RETLEDG TABLE FULL - RETAINAGE "
                           SOME-PART-1 " " INVOICE-NO " NOT RECORDED"
                   END-IF
               WHEN WS-RETL-VENDOR(RETL-NDX) = SOME-PART-1
                AND WS-RETL-PO(RETL-NDX) = INVOICE-PO-NUMBER
                AND WS-RETL-COMPANY(RETL-NDX) = COMPANY-CODE
                AND WS-RETL-CURRENCY(RETL-NDX) = EXCHANGE-PART-01
                   MOVE WS-CURR-PO-RETAIN-PCT TO WS-RETL-PCT(RETL-NDX)
                   ADD WS-RETAINED-AMOUNT
                       TO WS-RETL-RETAINED(RETL-NDX)
                   ADD WS-RETAINED-AMOUNT
                       TO WS-RETL-BALANCE(RETL-NDX)
                   MOVE WS-BATCH-DATE TO WS-RETL-MOVED(RETL-NDX)
           END-SEARCH.
       SECTION-A SECTION.
        P2.
           ADD SOMETEXT, SCALED, 30 TO RESULT.
