       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RETREL.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * RETREL - retainage release. HELLO-WORLD holds back the PO's
      * retainage percentage from every progress invoice on a
      * construction contract and carries what it held on the
      * RETLEDG ledger by vendor and PO. When the project manager
      * signs a job off, a completion card (vendor, PO, sign-off
      * date) goes on RETCMPL; this step, run after PAYREL has put
      * the night's live extract in place, pays each signed-off
      * PO's whole outstanding retainage by appending one record
      * per ledger entry to PAYEXT - so the release is folded into
      * the vendor's consolidated payment, shown on the remittance
      * advice and archived like any invoice - and clears the
      * ledger balance. The release moves the liability from
      * retainage payable to accounts payable on the RETRJRNL
      * journal (gljrnl.cpy layout) for the period ledger. A card
      * naming a PO with nothing held is reported and counted as
      * an exception: a sign-off nobody is paid on is a question
      * for the project manager, not a zero payment.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLETION-CARDS ASSIGN TO "RETCMPL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RETAINAGE-LEDGER ASSIGN TO "RETLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYMENT-EXTRACT ASSIGN TO "PAYEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RELEASE-JOURNAL ASSIGN TO "RETRJRNL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPLETION-CARDS.
       01  COMPLETION-CARD-RECORD.
           05  RC-VENDOR-ID       PIC X(04).
           05  RC-PO-NUMBER       PIC X(08).
           05  RC-SIGNOFF-DATE    PIC 9(08).
           05  FILLER             PIC X(60).
       FD  RETAINAGE-LEDGER.
           COPY "retled.cpy".
       FD  PAYMENT-EXTRACT.
           COPY "payext.cpy".
       FD  RELEASE-JOURNAL.
           COPY "gljrnl.cpy".
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "tstamp.cpy".
       01  WS-CARDS-EOF-SW         PIC X VALUE "N".
            88 CARDS-EOF           VALUE "Y".
       01  WS-RETLED-EOF-SW        PIC X VALUE "N".
            88 RETLED-EOF          VALUE "Y".
       01  WS-CARD-PAID-SW         PIC X VALUE "N".
            88 CARD-PAID           VALUE "Y".
       01  WS-CARDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-CARDS-PAID           PIC 9(07) VALUE ZERO.
       01  WS-CARDS-UNMATCHED      PIC 9(07) VALUE ZERO.
       01  WS-RELEASES-WRITTEN     PIC 9(07) VALUE ZERO.
       01  WS-RELEASED-TOTAL       PIC 9(13)V99 VALUE ZERO.
       01  WS-RELEASE-AMOUNT       PIC 9(09)V99 VALUE ZERO.
       01  WS-LOAD-RECS-READ       PIC 9(07) VALUE ZERO.
       01  WS-LOAD-TRUNC-SW        PIC X VALUE "N".
            88 LOAD-TRUNCATED      VALUE "Y".
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
       01  WS-JRNL-DRCR            PIC X(02) VALUE SPACES.
       01  WS-JRNL-AMOUNT          PIC 9(11)V99 VALUE ZERO.
       01  WS-JRNL-CURRENCY        PIC X(04) VALUE SPACES.
       01  WS-JRNL-COMPANY         PIC X(02) VALUE SPACES.
       01  WS-JRNL-TOTAL-DR        PIC 9(13)V99 VALUE ZERO.
       01  WS-JRNL-TOTAL-CR        PIC 9(13)V99 VALUE ZERO.
       01  WS-JRNL-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-JRNL-TABLE.
           05  WS-JRNL-ENTRY OCCURS 100 TIMES
                   INDEXED BY JRNL-NDX.
               10  WS-JRNL-ENT-ACCOUNT  PIC X(08).
               10  WS-JRNL-ENT-CURRENCY PIC X(04).
               10  WS-JRNL-ENT-DRCR     PIC X(02).
               10  WS-JRNL-ENT-AMOUNT   PIC 9(11)V99.
               10  WS-JRNL-ENT-COMPANY  PIC X(02).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "RETREL" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP.
           PERFORM P0A-LOAD-RETAINAGE.
      * A truncated ledger load followed by the full rewrite would
      * wipe every balance past the cap - stop before any release.
           IF  LOAD-TRUNCATED
               DISPLAY "RETREL ABORT - RETLEDG LOAD TRUNCATED"
                   " - NOTHING RELEASED"
               MOVE 12 TO RETURN-CODE
               MOVE "RETREL" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           OPEN EXTEND PAYMENT-EXTRACT.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT PAYMENT-EXTRACT
           END-IF.
           OPEN INPUT COMPLETION-CARDS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-CARD
               PERFORM UNTIL CARDS-EOF
                   PERFORM P0A-RELEASE-ONE-CARD
                   PERFORM P0A-READ-CARD
               END-PERFORM
               CLOSE COMPLETION-CARDS
           END-IF.
           CLOSE PAYMENT-EXTRACT.
           IF  WS-RELEASES-WRITTEN > ZERO
               PERFORM P0A-WRITE-RETAINAGE
           END-IF.
           PERFORM P0A-WRITE-RELEASE-JOURNAL.
           PERFORM P0A-WRITE-CONTROL-TOTALS.
           DISPLAY "RETREL CARDS=" WS-CARDS-READ
               " PAID=" WS-CARDS-PAID
               " NOTHING HELD=" WS-CARDS-UNMATCHED
               " RELEASES=" WS-RELEASES-WRITTEN
               " FOR " WS-RELEASED-TOTAL.
           MOVE "RETREL" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-READ-CARD.
           READ COMPLETION-CARDS
               AT END
                   SET CARDS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.
      * One PO can carry retainage for more than one company or
      * currency - every ledger entry for the vendor and PO with a
      * balance is paid out on the one card.
       P0A-RELEASE-ONE-CARD.
           MOVE "N" TO WS-CARD-PAID-SW
           PERFORM VARYING RETL-NDX FROM 1 BY 1
                   UNTIL RETL-NDX > WS-RETL-COUNT
               IF  WS-RETL-VENDOR(RETL-NDX) = RC-VENDOR-ID
                   AND WS-RETL-PO(RETL-NDX) = RC-PO-NUMBER
                   AND WS-RETL-BALANCE(RETL-NDX) > ZERO
                   PERFORM P0A-WRITE-RELEASE
               END-IF
           END-PERFORM
           IF  CARD-PAID
               ADD 1 TO WS-CARDS-PAID
           ELSE
               ADD 1 TO WS-CARDS-UNMATCHED
               DISPLAY "RETREL NO RETAINAGE HELD VENDOR="
                   RC-VENDOR-ID " PO=" RC-PO-NUMBER
                   " SIGNED OFF " RC-SIGNOFF-DATE
           END-IF.
      * The release carries no gross - the gross was extracted, and
      * counted, on the progress invoices - only the balance as its
      * net payable, flagged "R" so the remittance advice and the
      * returns step know it for what it is.
       P0A-WRITE-RELEASE.
           SET CARD-PAID TO TRUE
           MOVE WS-RETL-BALANCE(RETL-NDX) TO WS-RELEASE-AMOUNT
           MOVE SPACES TO PAYMENT-EXTRACT-RECORD
           MOVE WS-RETL-VENDOR(RETL-NDX)   TO PX-SOME-PART-1
           MOVE WS-RETL-PART-2(RETL-NDX)   TO PX-SOME-PART-2
           MOVE ZERO                       TO PX-GROSS-AMOUNT
           MOVE ZERO                       TO PX-DISCOUNT-TAKEN
           MOVE WS-RELEASE-AMOUNT          TO PX-NET-PAYABLE
           MOVE WS-RETL-CURRENCY(RETL-NDX) TO PX-CURRENCY-CODE
           MOVE ZERO                       TO PX-CREDIT-APPLIED
           MOVE WS-RETL-COMPANY(RETL-NDX)  TO PX-COMPANY-CODE
           STRING "RT" WS-RETL-PO(RETL-NDX)
               DELIMITED BY SIZE INTO PX-INVOICE-NO
           MOVE ZERO                       TO PX-TAX-AMOUNT
           MOVE WS-RETL-PO(RETL-NDX)       TO PX-PO-NUMBER
           MOVE ZERO                       TO PX-PREPAY-APPLIED
           SET PX-RETAINAGE-RELEASE TO TRUE
           MOVE ZERO                       TO PX-RETAINED
           MOVE BZ-BUSINESS-DATE           TO PX-PAY-DATE
           WRITE PAYMENT-EXTRACT-RECORD
           ADD 1 TO WS-RELEASES-WRITTEN
           ADD WS-RELEASE-AMOUNT TO WS-RELEASED-TOTAL
           ADD WS-RELEASE-AMOUNT TO WS-RETL-RELEASED(RETL-NDX)
           MOVE ZERO TO WS-RETL-BALANCE(RETL-NDX)
           MOVE BZ-BUSINESS-DATE TO WS-RETL-MOVED(RETL-NDX)
           MOVE WS-RETL-CURRENCY(RETL-NDX) TO WS-JRNL-CURRENCY
           MOVE WS-RETL-COMPANY(RETL-NDX)  TO WS-JRNL-COMPANY
           MOVE WS-RELEASE-AMOUNT          TO WS-JRNL-AMOUNT
           MOVE "RETAINPY" TO WS-JRNL-ACCOUNT
           MOVE "DR"       TO WS-JRNL-DRCR
           PERFORM P0A-ADD-JOURNAL-LINE
           MOVE "ACCTSPAY" TO WS-JRNL-ACCOUNT
           MOVE "CR"       TO WS-JRNL-DRCR
           PERFORM P0A-ADD-JOURNAL-LINE.
       P0A-ADD-JOURNAL-LINE.
           IF  WS-JRNL-AMOUNT > ZERO
               SET JRNL-NDX TO 1
               SEARCH WS-JRNL-ENTRY
                   AT END
                       IF  WS-JRNL-COUNT < 100
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
                       END-IF
                   WHEN WS-JRNL-ENT-ACCOUNT(JRNL-NDX)
                           = WS-JRNL-ACCOUNT
                    AND WS-JRNL-ENT-CURRENCY(JRNL-NDX)
                           = WS-JRNL-CURRENCY
                    AND WS-JRNL-ENT-COMPANY(JRNL-NDX)
                           = WS-JRNL-COMPANY
                    AND WS-JRNL-ENT-DRCR(JRNL-NDX) = WS-JRNL-DRCR
                       ADD WS-JRNL-AMOUNT
                           TO WS-JRNL-ENT-AMOUNT(JRNL-NDX)
               END-SEARCH
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
      * A fully released PO drops off the ledger here, as a fully
      * used vendor credit drops off CREDBAL.
       P0A-WRITE-RETAINAGE.
           OPEN OUTPUT RETAINAGE-LEDGER.
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
           CLOSE RETAINAGE-LEDGER.
       P0A-WRITE-RELEASE-JOURNAL.
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
               OPEN OUTPUT RELEASE-JOURNAL
               PERFORM VARYING JRNL-NDX FROM 1 BY 1
                       UNTIL JRNL-NDX > WS-JRNL-COUNT
                   MOVE WS-JRNL-ENT-ACCOUNT(JRNL-NDX)  TO JL-ACCOUNT
                   MOVE WS-JRNL-ENT-CURRENCY(JRNL-NDX) TO JL-CURRENCY
                   MOVE WS-JRNL-ENT-DRCR(JRNL-NDX)     TO JL-DR-CR
                   MOVE WS-JRNL-ENT-AMOUNT(JRNL-NDX)   TO JL-AMOUNT
                   MOVE WS-JRNL-ENT-COMPANY(JRNL-NDX)
                       TO JL-COMPANY-CODE
                   MOVE SPACES TO JL-COST-CENTER
                   WRITE GL-JOURNAL-RECORD
               END-PERFORM
               CLOSE RELEASE-JOURNAL
           ELSE
               DISPLAY "RETREL RELEASE JOURNAL OUT OF BALANCE - DR="
                   WS-JRNL-TOTAL-DR " CR=" WS-JRNL-TOTAL-CR
                   " - JOURNAL NOT RELEASED"
               MOVE 8 TO RETURN-CODE
           END-IF.
       P0A-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT CONTROL-TOTALS
           END-IF.
           MOVE "RETREL  "           TO CT-PROGRAM-ID.
           MOVE WS-TIMESTAMP         TO CT-TIMESTAMP.
           MOVE WS-CARDS-READ        TO CT-RECORDS-READ.
           MOVE WS-CARDS-UNMATCHED   TO CT-EXCEPTIONS-LOGGED.
           MOVE WS-CARDS-PAID        TO CT-RESOLVED-LOGGED.
           MOVE WS-RELEASED-TOTAL    TO CT-AMOUNT-TOTAL.
           MOVE ZERO                 TO CT-SEQUENCE-ERRORS.
           CALL "RUNID" USING RUNID-PARMS
           MOVE RI-RUN-ID TO CT-RUN-ID
           WRITE CONTROL-TOTALS-RECORD.
           CLOSE CONTROL-TOTALS.
