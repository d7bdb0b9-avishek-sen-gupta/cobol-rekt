       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VREFRCV.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * VREFRCV - vendor refunds received. The refund letters
      * VREFREQ sends ask the vendor to quote the receivable's
      * VRFREG reference (VREF and the vendor id) with the money,
      * and a cheque so quoted comes in through the lockbox or
      * the bank payments file like any customer payment - where
      * CASHAPP found no such account and parked it in suspense.
      * This step runs after the night's BANKPAY is complete and
      * before cash application. Each payment carrying the
      * reference of an open receivable is taken off it, up to
      * what is still open and what is still on the vendor's
      * CREDBAL balance:
      *   - the receivable's open amount comes down and its
      *     received amount goes up, and it closes as received
      *     once nothing is left open;
      *   - the vendor's CREDBAL balance comes down by the same
      *     amount, so the credit is not also taken against the
      *     vendor's next invoices;
      *   - the cash is journaled DR CASH CR VENDCRED on VRFJRNL,
      *     concatenated into GLPOST's input, with both accounts
      *     resolved through ACCTMAP like the other journals.
      * What the vendor sent beyond that goes forward on BANKPAYN
      * under the same reference and falls to CASHAPP suspense to
      * be worked by hand; every other payment goes forward
      * untouched. BANKPAYN and VRFREGN are swapped back by the
      * JCL, so ARJRNL journals as cash against receivables only
      * what was not a vendor refund. VRFRRPT lists each refund
      * recognized. A run with either account unmapped, or with
      * the register or balances past their tables, stops with
      * return code 12 before anything is written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MAP ASSIGN TO "ACCTMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BANK-PAYMENTS ASSIGN TO "BANKPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BANK-PAYMENTS-NEW ASSIGN TO "BANKPAYN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REFUND-REGISTER ASSIGN TO "VRFREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REFUND-REGISTER-NEW ASSIGN TO "VRFREGN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CREDIT-BALANCE ASSIGN TO "CREDBAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REFUND-JOURNAL ASSIGN TO "VRFJRNL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RECEIPTS-REPORT ASSIGN TO "VRFRRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MAP.
           COPY "acctmap.cpy".
       FD  BANK-PAYMENTS.
       01  BANK-PAYMENT-RECORD.
           05  BP-ACCOUNT-NO      PIC X(10).
           05  BP-PAYMENT-AMOUNT  PIC 9(07)V99.
           05  BP-PAYMENT-DATE    PIC 9(08).
       FD  BANK-PAYMENTS-NEW.
       01  BANK-PAYMENT-NEW-RECORD.
           05  BN-ACCOUNT-NO      PIC X(10).
           05  BN-PAYMENT-AMOUNT  PIC 9(07)V99.
           05  BN-PAYMENT-DATE    PIC 9(08).
       FD  REFUND-REGISTER.
           COPY "vrfreg.cpy".
       FD  REFUND-REGISTER-NEW.
       01  REFUND-REGISTER-NEW-RECORD PIC X(75).
       FD  CREDIT-BALANCE.
           COPY "credbal.cpy".
       FD  REFUND-JOURNAL.
           COPY "gljrnl.cpy".
       FD  RECEIPTS-REPORT.
       01  RECEIPTS-REPORT-RECORD PIC X(80).
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "tstamp.cpy".
       01  WS-BANKPAY-EOF-SW       PIC X VALUE "N".
            88 BANKPAY-EOF         VALUE "Y".
       01  WS-REGISTER-EOF-SW      PIC X VALUE "N".
            88 REGISTER-EOF        VALUE "Y".
       01  WS-CREDBAL-EOF-SW       PIC X VALUE "N".
            88 CREDBAL-EOF         VALUE "Y".
       01  WS-LOAD-TRUNC-SW        PIC X VALUE "N".
            88 LOAD-TRUNCATED      VALUE "Y".
       01  WS-FOUND-SW             PIC X VALUE "N".
            88 ENTRY-FOUND         VALUE "Y".
       01  WS-LOAD-RECS-READ       PIC 9(07) VALUE ZERO.
       01  WS-PAYMENTS-READ        PIC 9(07) VALUE ZERO.
       01  WS-PAYMENTS-FORWARD     PIC 9(07) VALUE ZERO.
       01  WS-REFUNDS-MATCHED      PIC 9(05) VALUE ZERO.
       01  WS-RECEIVABLES-CLOSED   PIC 9(05) VALUE ZERO.
       01  WS-EXCESS-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-APPLIED-TOTAL        PIC 9(13)V99 VALUE ZERO.
       01  WS-EXCESS-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-APPLIED              PIC 9(11)V99 VALUE ZERO.
       01  WS-EXCESS               PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDIT-LEFT          PIC 9(11)V99 VALUE ZERO.
       01  WS-REG-COUNT            PIC 9(04) COMP VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 2000 TIMES
                   INDEXED BY REG-NDX.
               10  WS-REG-RECORD    PIC X(75).
       01  WS-CREDIT-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-CREDIT-TABLE.
           05  WS-CREDIT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CRED-NDX.
               10  WS-CRED-VENDOR   PIC X(04).
               10  WS-CRED-BALANCE  PIC 9(11)V99.
               10  WS-CRED-MOVED    PIC 9(08).
       01  WS-CRED-SUB             PIC 9(04) COMP VALUE 0.
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
           05  FILLER PIC X(08) VALUE "CASH    ".
           05  FILLER PIC X(08) VALUE "VENDCRED".
       01  WS-EVENT-LIST REDEFINES WS-EVENT-LIST-VALUES.
           05  WS-EVENT-NAME PIC X(08) OCCURS 2 TIMES.
       01  WS-EVENT-NDX            PIC 9(02) COMP VALUE ZERO.
       01  WS-EVENT-COVERED-SW     PIC X VALUE "N".
            88 EVENT-COVERED       VALUE "Y".
       01  WS-AMAP-BROKEN-SW       PIC X VALUE "N".
            88 AMAP-BROKEN         VALUE "Y".
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
       01  WS-HEADING-1.
           05  FILLER  PIC X(40)
                   VALUE "VENDOR REFUNDS RECEIVED     BUSINESS DAY".
           05  FILLER  PIC X(01) VALUE SPACE.
           05  HL-DATE PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER  PIC X(40)
                   VALUE "REFERENCE  PAID ON        RECEIVED      ".
           05  FILLER  PIC X(40)
                   VALUE "  APPLIED    TO SUSPENSE     STILL OPEN ".
       01  WS-DETAIL-LINE.
           05  DL-REFERENCE  PIC X(10).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-PAID-ON    PIC 9(08).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-RECEIVED   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-APPLIED    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-EXCESS     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-OPEN       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05  FILLER        PIC X(20) VALUE "REFUNDS APPLIED:    ".
           05  TL-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER        PIC X(16) VALUE "   TO SUSPENSE: ".
           05  TL-EXCESS     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "VREFRCV" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP.
           PERFORM P0A-LOAD-ACCOUNT-MAP.
           PERFORM P0A-VALIDATE-ACCOUNT-MAP.
           IF  AMAP-BROKEN
               DISPLAY "VREFRCV ABORT - POSTING EVENT WITHOUT A"
                   " CURRENT ACCOUNT MAPPING"
               MOVE 12 TO RETURN-CODE
               MOVE "VREFRCV" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           PERFORM P0A-LOAD-REGISTER.
           PERFORM P0A-LOAD-CREDIT-BALANCES.
      * A receivable or a balance past the table cap would be
      * dropped from the rewrite - stop before anything moves.
           IF  LOAD-TRUNCATED
               DISPLAY "VREFRCV ABORT - LOAD TRUNCATED"
                   " - NO REFUNDS APPLIED"
               MOVE 12 TO RETURN-CODE
               MOVE "VREFRCV" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           OPEN OUTPUT BANK-PAYMENTS-NEW.
           OPEN OUTPUT RECEIPTS-REPORT.
           MOVE BZ-BUSINESS-DATE TO HL-DATE.
           MOVE WS-HEADING-1 TO RECEIPTS-REPORT-RECORD.
           WRITE RECEIPTS-REPORT-RECORD.
           MOVE WS-HEADING-2 TO RECEIPTS-REPORT-RECORD.
           WRITE RECEIPTS-REPORT-RECORD.
           OPEN INPUT BANK-PAYMENTS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-BANK-PAYMENT
               PERFORM UNTIL BANKPAY-EOF
                   PERFORM P0A-RECEIVE-ONE-PAYMENT
                      THRU P0A-RECEIVE-ONE-PAYMENT-EXIT
                   PERFORM P0A-READ-BANK-PAYMENT
               END-PERFORM
               CLOSE BANK-PAYMENTS
           END-IF.
           CLOSE BANK-PAYMENTS-NEW.
           MOVE WS-APPLIED-TOTAL TO TL-AMOUNT.
           MOVE WS-EXCESS-TOTAL  TO TL-EXCESS.
           MOVE SPACES TO RECEIPTS-REPORT-RECORD.
           WRITE RECEIPTS-REPORT-RECORD.
           MOVE WS-TOTAL-LINE TO RECEIPTS-REPORT-RECORD.
           WRITE RECEIPTS-REPORT-RECORD.
           CLOSE RECEIPTS-REPORT.
           MOVE "CASH    "       TO WS-JRNL-ACCOUNT
           MOVE "DR"             TO WS-JRNL-DRCR
           MOVE WS-APPLIED-TOTAL TO WS-JRNL-AMOUNT
           PERFORM P0A-ADD-JOURNAL-LINE
           MOVE "VENDCRED"       TO WS-JRNL-ACCOUNT
           MOVE "CR"             TO WS-JRNL-DRCR
           MOVE WS-APPLIED-TOTAL TO WS-JRNL-AMOUNT
           PERFORM P0A-ADD-JOURNAL-LINE
      * The journal is always opened so GLPOST's concatenation
      * finds it, but carries nothing unless it balances.
           OPEN OUTPUT REFUND-JOURNAL.
           IF  WS-JRNL-TOTAL-DR NOT = WS-JRNL-TOTAL-CR
               DISPLAY "VREFRCV JOURNAL OUT OF BALANCE DR="
                   WS-JRNL-TOTAL-DR " CR=" WS-JRNL-TOTAL-CR
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM P0A-WRITE-JOURNAL
           END-IF.
           CLOSE REFUND-JOURNAL.
           PERFORM P0A-WRITE-REGISTER.
           PERFORM P0A-WRITE-CREDIT-BALANCES.
           PERFORM P0A-WRITE-CONTROL-TOTALS.
           DISPLAY "VREFRCV PAYMENTS=" WS-PAYMENTS-READ
               " FORWARD=" WS-PAYMENTS-FORWARD
               " REFUNDS=" WS-REFUNDS-MATCHED
               " CLOSED=" WS-RECEIVABLES-CLOSED.
           DISPLAY "VREFRCV APPLIED=" WS-APPLIED-TOTAL
               " TO SUSPENSE=" WS-EXCESS-COUNT
               " FOR " WS-EXCESS-TOTAL
               " JOURNAL LINES=" WS-JRNL-LINES.
           MOVE "VREFRCV" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
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
      * Both sides of the refund journal need a mapping current
      * on the business date.
       P0A-VALIDATE-ACCOUNT-MAP.
           PERFORM VARYING WS-EVENT-NDX FROM 1 BY 1
                   UNTIL WS-EVENT-NDX > 2
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
       P0A-LOAD-REGISTER.
           MOVE ZERO TO WS-LOAD-RECS-READ.
           OPEN INPUT REFUND-REGISTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-REGISTER
               PERFORM UNTIL REGISTER-EOF
                   ADD 1 TO WS-LOAD-RECS-READ
                   IF  WS-REG-COUNT < 2000
                       ADD 1 TO WS-REG-COUNT
                       SET REG-NDX TO WS-REG-COUNT
                       MOVE VENDOR-REFUND-RECORD
                           TO WS-REG-RECORD(REG-NDX)
                   END-IF
                   PERFORM P0A-READ-REGISTER
               END-PERFORM
               CLOSE REFUND-REGISTER
               IF  WS-LOAD-RECS-READ > WS-REG-COUNT
                   SET LOAD-TRUNCATED TO TRUE
                   DISPLAY "VRFREG LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-REG-COUNT
               END-IF
           END-IF.
       P0A-READ-REGISTER.
           READ REFUND-REGISTER
               AT END
                   SET REGISTER-EOF TO TRUE
           END-READ.
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
       P0A-READ-BANK-PAYMENT.
           READ BANK-PAYMENTS
               AT END
                   SET BANKPAY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PAYMENTS-READ
           END-READ.
      * A payment quoting an open receivable's reference is the
      * vendor's refund. Only what is still open on the receivable
      * and still on CREDBAL is taken - the rest is not ours to
      * book against the credit and goes on to suspense.
       P0A-RECEIVE-ONE-PAYMENT.
           MOVE "N" TO WS-FOUND-SW
           IF  BP-ACCOUNT-NO(1:4) = "VREF"
               PERFORM VARYING REG-NDX FROM 1 BY 1
                       UNTIL REG-NDX > WS-REG-COUNT OR ENTRY-FOUND
                   MOVE WS-REG-RECORD(REG-NDX)
                       TO VENDOR-REFUND-RECORD
                   IF  VR-REFERENCE = BP-ACCOUNT-NO
                    AND VR-OPEN
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF  NOT ENTRY-FOUND
               MOVE BANK-PAYMENT-RECORD TO BANK-PAYMENT-NEW-RECORD
               WRITE BANK-PAYMENT-NEW-RECORD
               ADD 1 TO WS-PAYMENTS-FORWARD
               GO TO P0A-RECEIVE-ONE-PAYMENT-EXIT
           END-IF
           SET REG-NDX DOWN BY 1
           ADD 1 TO WS-REFUNDS-MATCHED
           MOVE ZERO TO WS-CREDIT-LEFT
           MOVE ZERO TO WS-CRED-SUB
           PERFORM VARYING CRED-NDX FROM 1 BY 1
                   UNTIL CRED-NDX > WS-CREDIT-COUNT
               IF  WS-CRED-VENDOR(CRED-NDX) = VR-VENDOR-ID
                   SET WS-CRED-SUB TO CRED-NDX
                   MOVE WS-CRED-BALANCE(CRED-NDX) TO WS-CREDIT-LEFT
               END-IF
           END-PERFORM
           MOVE BP-PAYMENT-AMOUNT TO WS-APPLIED
           IF  WS-APPLIED > VR-OPEN-AMT
               MOVE VR-OPEN-AMT TO WS-APPLIED
           END-IF
           IF  WS-APPLIED > WS-CREDIT-LEFT
               MOVE WS-CREDIT-LEFT TO WS-APPLIED
           END-IF
           COMPUTE WS-EXCESS = BP-PAYMENT-AMOUNT - WS-APPLIED
           IF  WS-APPLIED > ZERO
               SUBTRACT WS-APPLIED FROM VR-OPEN-AMT
               ADD WS-APPLIED TO VR-RECEIVED-AMT
               SET CRED-NDX TO WS-CRED-SUB
               SUBTRACT WS-APPLIED FROM WS-CRED-BALANCE(CRED-NDX)
               MOVE BZ-BUSINESS-DATE TO WS-CRED-MOVED(CRED-NDX)
               ADD WS-APPLIED TO WS-APPLIED-TOTAL
           END-IF
           IF  VR-OPEN-AMT = ZERO
               SET VR-RECEIVED TO TRUE
               MOVE BZ-BUSINESS-DATE TO VR-CLOSED-DATE
               ADD 1 TO WS-RECEIVABLES-CLOSED
           END-IF
           MOVE VENDOR-REFUND-RECORD TO WS-REG-RECORD(REG-NDX)
           IF  WS-EXCESS > ZERO
               MOVE BANK-PAYMENT-RECORD TO BANK-PAYMENT-NEW-RECORD
               MOVE WS-EXCESS TO BN-PAYMENT-AMOUNT
               WRITE BANK-PAYMENT-NEW-RECORD
               ADD 1 TO WS-PAYMENTS-FORWARD
               ADD 1 TO WS-EXCESS-COUNT
               ADD WS-EXCESS TO WS-EXCESS-TOTAL
               DISPLAY "VREFRCV " VR-REFERENCE " PAID "
                   BP-PAYMENT-AMOUNT " - EXCESS " WS-EXCESS
                   " TO SUSPENSE"
           END-IF
           MOVE BP-ACCOUNT-NO     TO DL-REFERENCE
           MOVE BP-PAYMENT-DATE   TO DL-PAID-ON
           MOVE BP-PAYMENT-AMOUNT TO DL-RECEIVED
           MOVE WS-APPLIED        TO DL-APPLIED
           MOVE WS-EXCESS         TO DL-EXCESS
           MOVE VR-OPEN-AMT       TO DL-OPEN
           MOVE WS-DETAIL-LINE TO RECEIPTS-REPORT-RECORD
           WRITE RECEIPTS-REPORT-RECORD.
       P0A-RECEIVE-ONE-PAYMENT-EXIT.
           EXIT.
       P0A-ADD-JOURNAL-LINE.
           IF  WS-JRNL-AMOUNT > ZERO
               PERFORM P0A-RESOLVE-ACCOUNT
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
                           DISPLAY "VREFRCV JOURNAL TABLE FULL - "
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
      * beats the generic entry. A mapping for a vendor class does
      * not apply to a refund, which belongs to no one invoice.
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
       P0A-WRITE-REGISTER.
           OPEN OUTPUT REFUND-REGISTER-NEW.
           PERFORM VARYING REG-NDX FROM 1 BY 1
                   UNTIL REG-NDX > WS-REG-COUNT
               MOVE WS-REG-RECORD(REG-NDX)
                   TO REFUND-REGISTER-NEW-RECORD
               WRITE REFUND-REGISTER-NEW-RECORD
           END-PERFORM.
           CLOSE REFUND-REGISTER-NEW.
      * CREDBAL is only rewritten when a refund came off it; a
      * balance refunded in full drops off the file.
       P0A-WRITE-CREDIT-BALANCES.
           IF  WS-APPLIED-TOTAL > ZERO
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
      * Records read are the bank payments, exceptions the refunds
      * sent on to suspense for their excess, resolved the
      * receivables closed, and the amount the refunds applied.
       P0A-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT CONTROL-TOTALS
           END-IF.
           MOVE SPACES                TO CONTROL-TOTALS-RECORD.
           MOVE "VREFRCV "            TO CT-PROGRAM-ID.
           MOVE WS-TIMESTAMP          TO CT-TIMESTAMP.
           MOVE WS-PAYMENTS-READ      TO CT-RECORDS-READ.
           MOVE WS-EXCESS-COUNT       TO CT-EXCEPTIONS-LOGGED.
           MOVE WS-RECEIVABLES-CLOSED TO CT-RESOLVED-LOGGED.
           MOVE WS-APPLIED-TOTAL      TO CT-AMOUNT-TOTAL.
           MOVE ZERO                  TO CT-SEQUENCE-ERRORS.
           CALL "RUNID" USING RUNID-PARMS
           MOVE RI-RUN-ID TO CT-RUN-ID
           WRITE CONTROL-TOTALS-RECORD.
           CLOSE CONTROL-TOTALS.
