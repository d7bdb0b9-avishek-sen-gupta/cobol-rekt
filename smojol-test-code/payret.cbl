      * proved against the SUM of its group's invoice nets, and on
      * a match EVERY invoice the consolidated payment covered is
      * unwound: the GL postings the release built are reversed
      * per invoice into a balanced returns journal (the expense
      * credited back per cost center through the EXPSPLIT lookup
      * PAYRCL shares, so a bounced payment's spend leaves the
      * department it was charged to), any vendor credit each
      * invoice absorbed is restored to the credit-balance file,
      * any vendor deposit an invoice offset is put
      * back on the PREPAY file (and a bounced deposit taken off
      * it), retainage an invoice held back comes off its PO's
      * RETLEDG balance (and a bounced retainage release goes back
      * on it), and each invoice is appended to the review
      * queue with a PAYMENT RETURNED BY BANK reason so the clerks
      * re-disposition it through the normal INVDISP / INVRECYC
      * path. Returns whose group sum does not tie - or with no
      * group at all - are reported and counted as exceptions:
      * money the bank says it sent back that we cannot tie to
      * anything is a call to the bank, not a write. A cheque that
      * CHQREC stale-dates comes through here too: its reversal is
      * a return record in the same layout, so the payment unwinds
      * and its invoices are queued for reissue like any bounce.
      * A customer refund REFREL sent through the run journaled
      * nothing on the AP side, so a returned refund is reported
      * for the credit to be put back on the account, not unwound
      * or queued.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-BALANCE ASSIGN TO "CREDBAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PREPAYMENT-BALANCE ASSIGN TO "PREPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RETAINAGE-LEDGER ASSIGN TO "RETLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RETURNS-JOURNAL ASSIGN TO "RETJRNL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT INVOICE-REVIEW-QUEUE ASSIGN TO "INVREVQ"
           COPY "paylink.cpy".
       FD  CREDIT-BALANCE.
           COPY "credbal.cpy".
       FD  PREPAYMENT-BALANCE.
           COPY "prepay.cpy".
       FD  RETAINAGE-LEDGER.
           COPY "retled.cpy".
       FD  RETURNS-JOURNAL.
           COPY "gljrnl.cpy".
       FD  INVOICE-REVIEW-QUEUE.
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "tstamp.cpy".
           COPY "expsplpm.cpy".
       01  WS-RETURNS-EOF-SW       PIC X VALUE "N".
            88 RETURNS-EOF         VALUE "Y".
       01  WS-LINKHIST-EOF-SW      PIC X VALUE "N".
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
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
               GOBACK
           END-IF.
           PERFORM P0A-LOAD-CREDIT-BALANCES.
           PERFORM P0A-LOAD-PREPAYMENTS.
           PERFORM P0A-LOAD-RETAINAGE.
      * A truncated credit, deposit or retainage load followed by
      * the full rewrite would wipe every balance past the cap -
      * stop before any unwind.
           IF  LOAD-TRUNCATED
               DISPLAY "PAYRET ABORT - BALANCE LOAD TRUNCATED"
                   " - NOTHING UNWOUND"
               MOVE 12 TO RETURN-CODE
               MOVE "PAYRET" TO TM-PROGRAM-ID
           CLOSE INVOICE-REVIEW-QUEUE.
           PERFORM P0A-FLAG-UNMATCHED-RETURNS.
           PERFORM P0A-WRITE-CREDIT-BALANCES.
           PERFORM P0A-WRITE-PREPAYMENTS.
           PERFORM P0A-WRITE-RETAINAGE.
           PERFORM P0A-CREDIT-SPLIT-EXPENSE.
           PERFORM P0A-WRITE-RETURNS-JOURNAL.
           PERFORM P0A-WRITE-CONTROL-TOTALS.
           DISPLAY "PAYRET RETURNS=" WS-RETURNS-READ
               " UNMATCHED=" WS-RETURNS-UNMATCHED
               " INVOICES UNWOUND=" WS-INVOICES-UNWOUND.
           DISPLAY "PAYRET CREDIT RESTORED=" WS-CREDIT-RESTORED.
           DISPLAY "PAYRET DEPOSIT OFFSETS RESTORED="
               WS-PREPAY-RESTORED
               " DEPOSITS REVERSED=" WS-DEPOSITS-REVERSED.
           DISPLAY "PAYRET RETAINAGE RESTORED="
               WS-RETAINAGE-RESTORED
               " RELEASES REVERSED=" WS-RELEASES-REVERSED.
           MOVE "PAYRET" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
                AND WS-GRP-DATE(GRP-NDX) = PL-VALUE-DATE
                   IF  WS-GRP-MATCHED-SW(GRP-NDX) = "Y"
                       ADD 1 TO WS-INVOICES-UNWOUND
                       IF  NOT PL-CUSTOMER-REFUND
                           PERFORM P0A-REVERSE-JOURNAL
                       END-IF
                       PERFORM P0A-RESTORE-VENDOR-CREDIT
                       PERFORM P0A-RESTORE-PREPAYMENT
                       PERFORM P0A-RESTORE-RETAINAGE
                       EVALUATE TRUE
                           WHEN PL-CUSTOMER-REFUND
                               DISPLAY "PAYRET CUSTOMER REFUND RETURNED"
                                   " REF=" PL-INVOICE-NO
                                   " AMOUNT=" PL-NET-PAYABLE
                                   " - CREDIT TO BE PUT BACK ON ACCOUNT"
                           WHEN PL-RETAINAGE-RELEASE
                               DISPLAY "PAYRET RETAINAGE RELEASE"
                                   " RETURNED VENDOR=" PL-SOME-PART-1
                                   " PO=" PL-PO-NUMBER
                                   " - NEW COMPLETION CARD NEEDED"
                           WHEN OTHER
                               PERFORM P0A-QUEUE-FOR-REVIEW
                       END-EVALUATE
                   END-IF
           END-SEARCH.
      * Mirror image of the lines the release built: expense comes
      * back out net of the tax the extract carries, per cost
      * center as the release split it, the tax leaves TAXRECOV,
      * and the payable, discount, credit AND withholding takings
      * are re-established on the debit side,
      * as is a deposit the invoice offset against the prepaid
      * asset. A bounced deposit comes back out of the prepaid
      * asset rather than expense. The withheld amount is not on
      * the extract but is exactly what the release took out of
      * the net - gross less net less discount less credit less
      * deposit offset less retainage held - so it is derived
      * here. Retainage held comes back off retainage payable,
      * and a bounced retainage release (zero gross, the released
      * balance as its net) puts the payable back in place of
      * expense. Linkage history written before the deposit and
      * retainage fields existed reads them as spaces, which count
      * as no offset. Realized-FX
      * lines were self-balancing DR/CR pairs; their unwind is a
      * correcting entry through the period ledger, not this
      * journal, which balances without them: debits and credits
      * both sum back to the gross.
       P0A-REVERSE-JOURNAL.
           IF  PL-PREPAY-APPLIED NOT NUMERIC
               MOVE ZERO TO PL-PREPAY-APPLIED
           END-IF
           IF  PL-RETAINED NOT NUMERIC
               MOVE ZERO TO PL-RETAINED
           END-IF
           MOVE PL-CURRENCY-CODE TO WS-JRNL-CURRENCY
           MOVE PL-COMPANY-CODE  TO WS-JRNL-COMPANY
           MOVE SPACES TO WS-JRNL-COST-CENTER
           COMPUTE WS-DERIVED-WHOLD =
               PL-GROSS-AMOUNT - PL-NET-PAYABLE
               - PL-DISCOUNT-TAKEN - PL-CREDIT-APPLIED
               - PL-PREPAY-APPLIED - PL-RETAINED
           IF  WS-DERIVED-WHOLD < ZERO
               MOVE ZERO TO WS-DERIVED-WHOLD
           END-IF
           IF  PL-DEPOSIT
               MOVE "PREPAID " TO WS-JRNL-ACCOUNT
               MOVE "CR"       TO WS-JRNL-DRCR
               COMPUTE WS-JRNL-AMOUNT =
                   PL-GROSS-AMOUNT - PL-TAX-AMOUNT
               PERFORM P0A-ADD-JOURNAL-LINE
           ELSE
               PERFORM P0A-HOLD-EXPENSE-FOR-SPLIT
           END-IF
           MOVE "TAXRECOV" TO WS-JRNL-ACCOUNT
           MOVE "CR"       TO WS-JRNL-DRCR
           MOVE PL-TAX-AMOUNT TO WS-JRNL-AMOUNT
           PERFORM P0A-ADD-JOURNAL-LINE
           IF  PL-RETAINAGE-RELEASE
               MOVE "RETAINPY" TO WS-JRNL-ACCOUNT
               MOVE "CR"       TO WS-JRNL-DRCR
               MOVE PL-NET-PAYABLE TO WS-JRNL-AMOUNT
               PERFORM P0A-ADD-JOURNAL-LINE
           END-IF
           MOVE "ACCTSPAY" TO WS-JRNL-ACCOUNT
           MOVE "DR"       TO WS-JRNL-DRCR
           MOVE PL-NET-PAYABLE TO WS-JRNL-AMOUNT
           MOVE "DR"       TO WS-JRNL-DRCR
           MOVE PL-CREDIT-APPLIED TO WS-JRNL-AMOUNT
           PERFORM P0A-ADD-JOURNAL-LINE
           MOVE "PREPAID " TO WS-JRNL-ACCOUNT
           MOVE "DR"       TO WS-JRNL-DRCR
           MOVE PL-PREPAY-APPLIED TO WS-JRNL-AMOUNT
           PERFORM P0A-ADD-JOURNAL-LINE
           MOVE "RETAINPY" TO WS-JRNL-ACCOUNT
           MOVE "DR"       TO WS-JRNL-DRCR
           MOVE PL-RETAINED TO WS-JRNL-AMOUNT
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
           COMPUTE ES-AMOUNT = PL-GROSS-AMOUNT - PL-TAX-AMOUNT
           IF  ES-AMOUNT > ZERO
               MOVE PL-SOME-PART-1    TO ES-SOME-PART-1
               MOVE PL-SOME-PART-2    TO ES-SOME-PART-2
               MOVE PL-INVOICE-NO     TO ES-INVOICE-NO
               MOVE PL-COMPANY-CODE   TO ES-COMPANY-CODE
               MOVE PL-CURRENCY-CODE  TO ES-CURRENCY-CODE
               SET ES-ADD-INVOICE TO TRUE
               CALL "EXPSPLIT" USING EXPSPLIT-PARMS
               IF  NOT ES-OK
                   DISPLAY "PAYRET EXPENSE SPLIT TABLE FULL - "
                       PL-SOME-PART-1 PL-SOME-PART-2
                       " INVOICE=" PL-INVOICE-NO
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
               DISPLAY "PAYRET EXPENSE SPLIT HISTORY PAST ITS TABLE"
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
                               TO WS-JRNL-ENT-AMOUNT(JRNL-NDX)
                           MOVE WS-JRNL-COMPANY
                               TO WS-JRNL-ENT-COMPANY(JRNL-NDX)
                           MOVE WS-JRNL-COST-CENTER
                               TO WS-JRNL-ENT-COST-CTR(JRNL-NDX)
                       END-IF
                   WHEN WS-JRNL-ENT-ACCOUNT(JRNL-NDX)
                           = WS-JRNL-ACCOUNT
                    AND WS-JRNL-ENT-COMPANY(JRNL-NDX)
                           = WS-JRNL-COMPANY
                    AND WS-JRNL-ENT-DRCR(JRNL-NDX) = WS-JRNL-DRCR
                    AND WS-JRNL-ENT-COST-CTR(JRNL-NDX)
                           = WS-JRNL-COST-CENTER
                       ADD WS-JRNL-AMOUNT
                           TO WS-JRNL-ENT-AMOUNT(JRNL-NDX)
               END-SEARCH
                           TO WS-CRED-MOVED(CRED-NDX)
               END-SEARCH
           END-IF.
      * An offset deposit goes back on its PO for the resubmitted
      * invoice to take again; a bounced deposit never reached the
      * vendor, so it leaves the PO's balance - as far as what is
      * left of it allows.
       P0A-RESTORE-PREPAYMENT.
           IF  PL-DEPOSIT
               COMPUTE WS-DEPOSIT-AMOUNT =
                   PL-GROSS-AMOUNT - PL-TAX-AMOUNT
               SET PREP-NDX TO 1
               SEARCH WS-PREPAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PREP-VENDOR(PREP-NDX) = PL-SOME-PART-1
                    AND WS-PREP-PO(PREP-NDX) = PL-PO-NUMBER
                    AND WS-PREP-COMPANY(PREP-NDX) = PL-COMPANY-CODE
                    AND WS-PREP-CURRENCY(PREP-NDX) = PL-CURRENCY-CODE
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
           IF  PL-PREPAY-APPLIED > ZERO
               ADD PL-PREPAY-APPLIED TO WS-PREPAY-RESTORED
               SET PREPAY-CHANGED TO TRUE
               SET PREP-NDX TO 1
               SEARCH WS-PREPAY-ENTRY
                   AT END
                       IF  WS-PREPAY-COUNT < 2000
                           ADD 1 TO WS-PREPAY-COUNT
                           SET PREP-NDX TO WS-PREPAY-COUNT
                           MOVE PL-SOME-PART-1
                               TO WS-PREP-VENDOR(PREP-NDX)
                           MOVE PL-PO-NUMBER
                               TO WS-PREP-PO(PREP-NDX)
                           MOVE PL-COMPANY-CODE
                               TO WS-PREP-COMPANY(PREP-NDX)
                           MOVE PL-CURRENCY-CODE
                               TO WS-PREP-CURRENCY(PREP-NDX)
                           MOVE PL-PREPAY-APPLIED
                               TO WS-PREP-DEPOSIT(PREP-NDX)
                           MOVE PL-PREPAY-APPLIED
                               TO WS-PREP-BALANCE(PREP-NDX)
                           MOVE PL-VALUE-DATE
                               TO WS-PREP-DATE(PREP-NDX)
                           MOVE PL-INVOICE-NO
                               TO WS-PREP-INVOICE(PREP-NDX)
                           MOVE BZ-BUSINESS-DATE
                               TO WS-PREP-MOVED(PREP-NDX)
                       END-IF
                   WHEN WS-PREP-VENDOR(PREP-NDX) = PL-SOME-PART-1
                    AND WS-PREP-PO(PREP-NDX) = PL-PO-NUMBER
                    AND WS-PREP-COMPANY(PREP-NDX) = PL-COMPANY-CODE
                    AND WS-PREP-CURRENCY(PREP-NDX) = PL-CURRENCY-CODE
                       ADD PL-PREPAY-APPLIED
                           TO WS-PREP-BALANCE(PREP-NDX)
                       MOVE BZ-BUSINESS-DATE
                           TO WS-PREP-MOVED(PREP-NDX)
               END-SEARCH
           END-IF.
      * Retainage an invoice held back never reached the vendor, so
      * it comes off its PO's ledger balance - as far as what is
      * left of it allows, as already released retainage has been
      * paid. A bounced release goes back on the ledger to be paid
      * again on a fresh completion card.
       P0A-RESTORE-RETAINAGE.
           IF  PL-RETAINED > ZERO
               MOVE PL-RETAINED TO WS-RETAINED-AMOUNT
               SET RETL-NDX TO 1
               SEARCH WS-RETL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RETL-VENDOR(RETL-NDX) = PL-SOME-PART-1
                    AND WS-RETL-PO(RETL-NDX) = PL-PO-NUMBER
                    AND WS-RETL-COMPANY(RETL-NDX) = PL-COMPANY-CODE
                    AND WS-RETL-CURRENCY(RETL-NDX) = PL-CURRENCY-CODE
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
           IF  PL-RETAINAGE-RELEASE
               ADD PL-NET-PAYABLE TO WS-RELEASES-REVERSED
               SET RETLED-CHANGED TO TRUE
               SET RETL-NDX TO 1
               SEARCH WS-RETL-ENTRY
                   AT END
                       IF  WS-RETL-COUNT < 2000
                           ADD 1 TO WS-RETL-COUNT
                           SET RETL-NDX TO WS-RETL-COUNT
                           MOVE PL-SOME-PART-1
                               TO WS-RETL-VENDOR(RETL-NDX)
                           MOVE PL-SOME-PART-2
                               TO WS-RETL-PART-2(RETL-NDX)
                           MOVE PL-PO-NUMBER
                               TO WS-RETL-PO(RETL-NDX)
                           MOVE PL-COMPANY-CODE
                               TO WS-RETL-COMPANY(RETL-NDX)
                           MOVE PL-CURRENCY-CODE
                               TO WS-RETL-CURRENCY(RETL-NDX)
                           MOVE ZERO TO WS-RETL-PCT(RETL-NDX)
                           MOVE PL-NET-PAYABLE
                               TO WS-RETL-RETAINED(RETL-NDX)
                           MOVE ZERO TO WS-RETL-RELEASED(RETL-NDX)
                           MOVE PL-NET-PAYABLE
                               TO WS-RETL-BALANCE(RETL-NDX)
                           MOVE PL-VALUE-DATE
                               TO WS-RETL-FIRST(RETL-NDX)
                           MOVE BZ-BUSINESS-DATE
                               TO WS-RETL-MOVED(RETL-NDX)
                       END-IF
                   WHEN WS-RETL-VENDOR(RETL-NDX) = PL-SOME-PART-1
                    AND WS-RETL-PO(RETL-NDX) = PL-PO-NUMBER
                    AND WS-RETL-COMPANY(RETL-NDX) = PL-COMPANY-CODE
                    AND WS-RETL-CURRENCY(RETL-NDX) = PL-CURRENCY-CODE
                       ADD PL-NET-PAYABLE
                           TO WS-RETL-BALANCE(RETL-NDX)
                       IF  PL-NET-PAYABLE > WS-RETL-RELEASED(RETL-NDX)
                           MOVE ZERO TO WS-RETL-RELEASED(RETL-NDX)
                       ELSE
                           SUBTRACT PL-NET-PAYABLE
                               FROM WS-RETL-RELEASED(RETL-NDX)
                       END-IF
                       MOVE BZ-BUSINESS-DATE
                           TO WS-RETL-MOVED(RETL-NDX)
               END-SEARCH
           END-IF.
       P0A-QUEUE-FOR-REVIEW.
           MOVE PL-SOME-PART-1       TO RQ-SOME-PART-1
           MOVE PL-SOME-PART-2       TO RQ-SOME-PART-2
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
       P0A-WRITE-RETURNS-JOURNAL.
           MOVE ZERO TO WS-JRNL-TOTAL-DR
           MOVE ZERO TO WS-JRNL-TOTAL-CR
                   MOVE WS-JRNL-ENT-AMOUNT(JRNL-NDX)   TO JL-AMOUNT
                   MOVE WS-JRNL-ENT-COMPANY(JRNL-NDX)
                       TO JL-COMPANY-CODE
                   MOVE WS-JRNL-ENT-COST-CTR(JRNL-NDX)
                       TO JL-COST-CENTER
                   WRITE GL-JOURNAL-RECORD
               END-PERFORM
               CLOSE RETURNS-JOURNAL
