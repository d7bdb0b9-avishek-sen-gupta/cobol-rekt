      * when an account is paid in full, and writes over-payment,
      * short-payment and unknown-account exceptions into BILLEXC
      * with their own error codes (0300 over, 0301 short, 0302
      * unknown account). Each paid account is read by key from the
      * billing-master KSDS and rewritten in place, so the online
      * inquiry shows the payment as soon as the step has run; a
      * payment whose account is not on the cluster goes to
      * suspense as before. A cluster that will not open stops the
      * step with return code 12 before any cash applies, and a
      * master rewrite that fails ends it with 8.
      * When the OPENITEM file is present the cash applies against
      * the account's outstanding bills OLDEST-ITEM-FIRST and the
      * updated items go to the OPENITMN generation: a payment
      * by a SUSPAPPL manual-application card (suspense account ->
      * correct account), and aged on the SUSPRPT report so the
      * balance the accountants see in suspense is a worked list.
      * Every payment that applies is also written to CASHAPLD -
      * account, amount, paid and applied dates - which ACCTLOAD
      * accumulates for the ACCTINQ account inquiry, so a clerk
      * can see what a customer last paid without asking
      * operations to search the bank files.
      * Each payment that applies is committed on the CASHCKPT
      * journal before its account is rewritten: one hardened record
      * carrying the pool position, the master's after-image, the
      * cash-applied, exception and credit records it produces, and
      * the running totals. The CASHAPLD, BILLEXC and BILLCRED
      * records are posted from the journal once all the cash has
      * applied. A rerun after an abend finds tonight's journal,
      * re-marks the committed payments, re-applies them to the open
      * items in memory, redoes their after-images on the cluster -
      * harmless where the rewrite already landed - restores the
      * totals and resumes with the next payment in the pool, so no
      * payment applies twice or is skipped. Cash in must equal cash
      * applied plus cash carried to suspense, restart or not, or
      * the step ends with return code 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLMSTR-VSAM ASSIGN TO "BILLVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY BM-ACCOUNT-NO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT BANK-PAYMENTS ASSIGN TO "BANKPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BILLING-CREDITS ASSIGN TO "BILLCRED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CASH-APPLIED ASSIGN TO "CASHAPLD"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXCEPTION-OUT ASSIGN TO "BILLEXC"
               ORGANIZATION LINE SEQUENTIAL
           SELECT SUITE-CKPT ASSIGN TO "SUITECKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CASH-JOURNAL ASSIGN TO "CASHCKPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BILLMSTR-VSAM.
           COPY "billmstr.cpy".
       FD  BANK-PAYMENTS.
       01  BANK-PAYMENT-RECORD.
           05  BC-CREDIT-AMOUNT   PIC 9(07)V99.
           05  BC-PAYMENT-DATE    PIC 9(08).
           05  BC-FIRST-SEEN      PIC 9(08).
       FD  CASH-APPLIED.
           COPY "cashapld.cpy".
       FD  EXCEPTION-OUT.
       01  EXCEPTION-OUT-RECORD.
           05  EO-ACCOUNT-NO       PIC X(10).
           05  EO-MESSAGE          PIC X(40).
       FD  SUITE-CKPT.
           COPY "suitecp.cpy".
       FD  CASH-JOURNAL.
       01  CASH-JOURNAL-LINE     PIC X(241).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
       01  WS-STEP-DONE-SW         PIC X VALUE "N".
            88 STEP-ALREADY-DONE   VALUE "Y".
           COPY "timelgpm.cpy".
       01  WS-VSAM-STATUS          PIC XX.
       01  WS-MASTER-ERRORS        PIC 9(05) VALUE ZERO.
       01  WS-PAY-SCAN             PIC 9(04) COMP VALUE 0.
       01  NEW-MASTER-RECORD.
           05  NM-ACCOUNT-NO      PIC X(10).
           05  NM-CODE-STAT-DSTR  PIC X(04).
           05  NM-PRIOR-SW        PIC X(01).
           05  NM-AMOUNT          PIC 9(07)V99.
           05  NM-DUE-DATE        PIC 9(08).
       01  WS-PAYMENT-EOF-SW       PIC X VALUE "N".
            88 PAYMENT-EOF         VALUE "Y".
      * One CASHCKPT record - a committed payment ("P") or the mark
      * that tonight's journal has been posted ("T"). A record cut
      * short by an abend lacks its end mark and is ignored.
       01  CASH-JOURNAL-STAGE.
           05  CJ-RECORD-TYPE        PIC X(01).
               88  CJ-PAYMENT        VALUE "P".
               88  CJ-POSTED         VALUE "T".
           05  CJ-BUSINESS-DATE      PIC 9(08).
           05  CJ-SCAN-POSITION      PIC 9(04).
           05  CJ-PAY-INDEX          PIC 9(04).
           05  CJ-MASTER-CHANGED-SW  PIC X(01).
               88  CJ-MASTER-CHANGED VALUE "Y".
           05  CJ-MASTER-AFTER       PIC X(32).
           05  CJ-APPLIED-IMAGE      PIC X(37).
           05  CJ-EXCEPTION-IMAGE    PIC X(67).
           05  CJ-CREDIT-IMAGE       PIC X(35).
           05  CJ-ACCOUNTS-READ      PIC 9(07).
           05  CJ-PAYMENTS-APPLIED   PIC 9(07).
           05  CJ-PAID-IN-FULL       PIC 9(07).
           05  CJ-EXCEPTIONS-LOGGED  PIC 9(07).
           05  CJ-CREDITS-BANKED     PIC 9(05).
           05  CJ-MASTER-ERRORS      PIC 9(05).
           05  CJ-APPLIED-AMOUNT     PIC 9(11)V99.
           05  CJ-END-MARK           PIC X(01).
       01  WS-JOURNAL-EOF-SW       PIC X VALUE "N".
            88 JOURNAL-EOF         VALUE "Y".
       01  WS-JOURNAL-POSTED-SW    PIC X VALUE "N".
            88 JOURNAL-POSTED      VALUE "Y".
       01  WS-RESTART-MODE-SW      PIC X VALUE "N".
            88 RESTART-MODE        VALUE "Y".
       01  WS-PAY-APPLIED-SW       PIC X VALUE "N".
            88 PAYMENT-APPLIED     VALUE "Y".
       01  WS-RESUME-SCAN          PIC 9(04) COMP VALUE 1.
       01  WS-REDO-ERRORS          PIC 9(05) VALUE ZERO.
       01  WS-CASH-APPLIED-AMOUNT  PIC 9(11)V99 VALUE ZERO.
       01  WS-CASH-IN-AMOUNT       PIC 9(11)V99 VALUE ZERO.
       01  WS-CASH-OUT-AMOUNT      PIC 9(11)V99 VALUE ZERO.
       01  WS-OUT-OF-BALANCE-SW    PIC X VALUE "N".
            88 CASH-OUT-OF-BALANCE VALUE "Y".
       01  WS-ACCOUNTS-READ        PIC 9(07) VALUE ZERO.
       01  WS-PAYMENTS-APPLIED     PIC 9(07) VALUE ZERO.
       01  WS-PAID-IN-FULL         PIC 9(07) VALUE ZERO.
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           OPEN I-O BILLMSTR-VSAM.
           IF  WS-VSAM-STATUS NOT = "00"
               DISPLAY "CASHAPP ABORT - BILLVSAM OPEN STATUS="
                   WS-VSAM-STATUS " - NO CASH APPLIED"
               MOVE 12 TO RETURN-CODE
               MOVE "CASHAPP" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           OPEN EXTEND EXCEPTION-OUT.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT EXCEPTION-OUT
           IF  NOT FS-SUCCESS
               OPEN OUTPUT BILLING-CREDITS
           END-IF.
           OPEN OUTPUT CASH-APPLIED.
           PERFORM P0A-CHECK-RESTART-JOURNAL.
           PERFORM VARYING WS-PAY-SCAN FROM WS-RESUME-SCAN BY 1
                   UNTIL WS-PAY-SCAN > WS-PAYMENT-COUNT
               IF  WS-PAY-USED-SW(WS-PAY-SCAN) = "N"
                   PERFORM P0A-READ-PAID-ACCOUNT
               END-IF
           END-PERFORM.
           CLOSE BILLMSTR-VSAM.
           PERFORM P0A-POST-JOURNAL.
           CLOSE CASH-APPLIED.
           PERFORM P0A-WRITE-OPEN-ITEMS.
           OPEN OUTPUT SUSPENSE-OUT.
           OPEN OUTPUT SUSPENSE-REPORT.
           DISPLAY "CASHAPP SUSPENSE IN=" WS-SUSP-CARRIED-IN
               " CARRIED=" WS-SUSP-CARRIED-OUT
               " FOR " WS-SUSP-AMOUNT-OUT.
           PERFORM P0A-PROVE-CASH-BALANCE.
           PERFORM P0A-WRITE-SUITE-CKPT.
           PERFORM P0A-CLEAR-JOURNAL.
           DISPLAY "CASHAPP ACCOUNTS=" WS-ACCOUNTS-READ
               " PAYMENTS APPLIED=" WS-PAYMENTS-APPLIED
               " PAID IN FULL=" WS-PAID-IN-FULL
           MOVE "CASHAPP" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           IF  WS-MASTER-ERRORS > ZERO
               DISPLAY "CASHAPP " WS-MASTER-ERRORS
                   " MASTER UPDATES FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF  CASH-OUT-OF-BALANCE
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       P0A-LOAD-PAYMENTS.
           OPEN INPUT BANK-PAYMENTS.
               AT END
                   SET PAYMENT-EOF TO TRUE
           END-READ.
      * An unapplied payment brings its account in by key. An
      * account not on the cluster leaves the payment unused for
      * the suspense pass.
       P0A-READ-PAID-ACCOUNT.
           MOVE WS-PAY-ACCOUNT(WS-PAY-SCAN) TO BM-ACCOUNT-NO
           READ BILLMSTR-VSAM
           EVALUATE WS-VSAM-STATUS
               WHEN "00"
                   ADD 1 TO WS-ACCOUNTS-READ
                   PERFORM P0A-APPLY-CASH-ONE-ACCOUNT
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-MASTER-ERRORS
                   DISPLAY "CASHAPP READ FAILED KEY=" BM-ACCOUNT-NO
                       " STATUS=" WS-VSAM-STATUS
           END-EVALUATE.
       P0A-APPLY-CASH-ONE-ACCOUNT.
           MOVE BM-ACCOUNT-NO           TO NM-ACCOUNT-NO
           MOVE BILLMSTR-CODE-STAT-DSTR TO NM-CODE-STAT-DSTR
           MOVE BM-PRIOR-EXCEPTION-SW   TO NM-PRIOR-SW
           MOVE BM-AMOUNT               TO NM-AMOUNT
           MOVE BM-DUE-DATE             TO NM-DUE-DATE
           MOVE "N" TO WS-PAY-APPLIED-SW
           SET PAY-NDX TO 1
           SEARCH WS-PAYMENT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PAY-ACCOUNT(PAY-NDX) = BM-ACCOUNT-NO
                   IF  WS-PAY-USED-SW(PAY-NDX) = "N"
                       SET PAYMENT-APPLIED TO TRUE
                       MOVE SPACES TO CJ-APPLIED-IMAGE
                       MOVE SPACES TO CJ-EXCEPTION-IMAGE
                       MOVE SPACES TO CJ-CREDIT-IMAGE
                       PERFORM P0A-APPLY-ONE-PAYMENT
                           THRU P0A-APPLY-PAYMENT-EXIT
                   END-IF
           END-SEARCH
           IF  PAYMENT-APPLIED
               PERFORM P0A-COMMIT-PAYMENT
           END-IF
           IF  NEW-MASTER-RECORD NOT = BILLMSTR-RECORD
               PERFORM P0A-REWRITE-MASTER
           END-IF.
      * The commit point. The journal is opened, written and closed
      * for every payment so the record is on disk before the
      * account is touched; an abend after this point is redone
      * from the after-image on the rerun, one before it leaves
      * nothing of the payment anywhere.
       P0A-COMMIT-PAYMENT.
           MOVE "P"                    TO CJ-RECORD-TYPE
           MOVE BZ-BUSINESS-DATE       TO CJ-BUSINESS-DATE
           MOVE WS-PAY-SCAN            TO CJ-SCAN-POSITION
           SET CJ-PAY-INDEX            TO PAY-NDX
           IF  NEW-MASTER-RECORD NOT = BILLMSTR-RECORD
               MOVE "Y" TO CJ-MASTER-CHANGED-SW
           ELSE
               MOVE "N" TO CJ-MASTER-CHANGED-SW
           END-IF
           MOVE NEW-MASTER-RECORD      TO CJ-MASTER-AFTER
           MOVE WS-ACCOUNTS-READ       TO CJ-ACCOUNTS-READ
           MOVE WS-PAYMENTS-APPLIED    TO CJ-PAYMENTS-APPLIED
           MOVE WS-PAID-IN-FULL        TO CJ-PAID-IN-FULL
           MOVE WS-EXCEPTIONS-LOGGED   TO CJ-EXCEPTIONS-LOGGED
           MOVE WS-CREDITS-BANKED      TO CJ-CREDITS-BANKED
           MOVE WS-MASTER-ERRORS       TO CJ-MASTER-ERRORS
           MOVE WS-CASH-APPLIED-AMOUNT TO CJ-APPLIED-AMOUNT
           MOVE "E"                    TO CJ-END-MARK
           PERFORM P0A-WRITE-JOURNAL.
       P0A-WRITE-JOURNAL.
           OPEN EXTEND CASH-JOURNAL
           IF  NOT FS-SUCCESS
               OPEN OUTPUT CASH-JOURNAL
           END-IF
           WRITE CASH-JOURNAL-LINE FROM CASH-JOURNAL-STAGE
           CLOSE CASH-JOURNAL.
       P0A-REWRITE-MASTER.
           MOVE NEW-MASTER-RECORD TO BILLMSTR-RECORD
           REWRITE BILLMSTR-RECORD
           IF  WS-VSAM-STATUS NOT = "00"
               ADD 1 TO WS-MASTER-ERRORS
               DISPLAY "CASHAPP REWRITE FAILED KEY=" BM-ACCOUNT-NO
                   " STATUS=" WS-VSAM-STATUS
           END-IF.
       P0A-APPLY-ONE-PAYMENT.
           MOVE "Y" TO WS-PAY-USED-SW(PAY-NDX)
           ADD 1 TO WS-PAYMENTS-APPLIED
           ADD WS-PAY-AMOUNT(PAY-NDX) TO WS-CASH-APPLIED-AMOUNT
           PERFORM P0A-RECORD-CASH-APPLIED
           IF  ITEMS-PRESENT
               PERFORM P0A-APPLY-AGAINST-ITEMS
               GO TO P0A-APPLY-PAYMENT-EXIT
           PERFORM VARYING WS-ITEM-SCAN-NDX FROM 1 BY 1
                   UNTIL WS-ITEM-SCAN-NDX > WS-ITEM-COUNT
               IF  WS-ITM-ACCOUNT(WS-ITEM-SCAN-NDX) = BM-ACCOUNT-NO
                AND (WS-ITM-STATUS(WS-ITEM-SCAN-NDX) = "OPEN"
                  OR WS-ITM-STATUS(WS-ITEM-SCAN-NDX) = "DDCL")
                   ADD WS-ITM-AMOUNT(WS-ITEM-SCAN-NDX)
                       TO NM-AMOUNT
               END-IF
           END-READ.
      * Fully paid items drop off the new generation - PAID is a
      * transient state inside the run, not something carried.
      * Items out for direct-debit collection are carried untouched.
       P0A-WRITE-OPEN-ITEMS.
           IF  ITEMS-PRESENT
               OPEN OUTPUT OPEN-ITEMS-NEW
               PERFORM VARYING ITEM-NDX FROM 1 BY 1
                       UNTIL ITEM-NDX > WS-ITEM-COUNT
                   IF  (WS-ITM-STATUS(ITEM-NDX) = "OPEN"
                     OR WS-ITM-STATUS(ITEM-NDX) = "DDCL")
                       AND WS-ITM-AMOUNT(ITEM-NDX) > ZERO
                       MOVE WS-ITM-ACCOUNT(ITEM-NDX)
                           TO OI-ACCOUNT-NO
           MOVE WS-OVERPAID-AMOUNT   TO BC-CREDIT-AMOUNT
           MOVE WS-PAY-DATE(PAY-NDX) TO BC-PAYMENT-DATE
           MOVE BZ-BUSINESS-DATE     TO BC-FIRST-SEEN
           MOVE BILLING-CREDIT-RECORD TO CJ-CREDIT-IMAGE
           ADD 1 TO WS-CREDITS-BANKED.
       P0A-RECORD-CASH-APPLIED.
           MOVE BM-ACCOUNT-NO          TO CA-ACCOUNT-NO
           MOVE WS-PAY-AMOUNT(PAY-NDX) TO CA-APPLIED-AMOUNT
           MOVE WS-PAY-DATE(PAY-NDX)   TO CA-PAYMENT-DATE
           MOVE BZ-BUSINESS-DATE       TO CA-APPLIED-DATE
           MOVE CASH-APPLIED-RECORD    TO CJ-APPLIED-IMAGE.
       P0A-LOG-CASH-EXCEPTION.
           MOVE BM-ACCOUNT-NO           TO EO-ACCOUNT-NO
           MOVE BILLMSTR-CODE-STAT-DSTR TO EO-STATUS-CODE
           MOVE 2                       TO EO-SEVERITY
           MOVE "OPEN"                  TO EO-DISPOSITION
           MOVE EXCEPTION-OUT-RECORD    TO CJ-EXCEPTION-IMAGE
           ADD 1 TO WS-EXCEPTIONS-LOGGED.
       P0A-CHECK-SUITE-CKPT.
           OPEN INPUT SUITE-CKPT.
           MOVE RI-RUN-ID TO SC-RUN-ID
           WRITE SUITE-CKPT-RECORD.
           CLOSE SUITE-CKPT.
      * A rerun finds tonight's committed payments on the journal.
      * Each is marked used again and re-applied to the open items
      * in memory, and its after-image is rewritten to the cluster;
      * the totals come back from the last one and the pool scan
      * resumes just past it. A journal from another business date
      * is a finished night's leftover and is emptied instead.
       P0A-CHECK-RESTART-JOURNAL.
           MOVE "N" TO WS-JOURNAL-EOF-SW.
           OPEN INPUT CASH-JOURNAL.
           IF  FS-SUCCESS
               PERFORM P0A-READ-JOURNAL
               PERFORM UNTIL JOURNAL-EOF
                   IF  CJ-END-MARK = "E"
                    AND CJ-BUSINESS-DATE = BZ-BUSINESS-DATE
                       EVALUATE TRUE
                           WHEN CJ-PAYMENT
                               PERFORM P0A-REPLAY-PAYMENT
                           WHEN CJ-POSTED
                               SET JOURNAL-POSTED TO TRUE
                       END-EVALUATE
                   END-IF
                   PERFORM P0A-READ-JOURNAL
               END-PERFORM
               CLOSE CASH-JOURNAL
           END-IF.
           IF  RESTART-MODE
               ADD WS-REDO-ERRORS TO WS-MASTER-ERRORS
               DISPLAY "CASHAPP RESTART - " WS-PAYMENTS-APPLIED
                   " PAYMENTS ALREADY COMMITTED, RESUMING AT POOL"
                   " ENTRY " WS-RESUME-SCAN
      * A record cut short by the abend may lack its line end -
      * a blank record closes it off before anything is appended.
               MOVE SPACES TO CASH-JOURNAL-STAGE
               PERFORM P0A-WRITE-JOURNAL
           ELSE
               PERFORM P0A-CLEAR-JOURNAL
           END-IF.
       P0A-READ-JOURNAL.
           READ CASH-JOURNAL INTO CASH-JOURNAL-STAGE
               AT END
                   SET JOURNAL-EOF TO TRUE
           END-READ.
      * The item re-application reuses the live paragraphs, which
      * also bump the counters and fill the image fields; the
      * counters are then set from the journal record's totals,
      * which the re-application does not touch.
       P0A-REPLAY-PAYMENT.
           SET RESTART-MODE TO TRUE
           SET PAY-NDX TO CJ-PAY-INDEX
           MOVE "Y" TO WS-PAY-USED-SW(PAY-NDX)
           IF  ITEMS-PRESENT
               MOVE WS-PAY-ACCOUNT(PAY-NDX) TO BM-ACCOUNT-NO
               PERFORM P0A-APPLY-AGAINST-ITEMS
           END-IF
           MOVE CJ-ACCOUNTS-READ     TO WS-ACCOUNTS-READ
           MOVE CJ-PAYMENTS-APPLIED  TO WS-PAYMENTS-APPLIED
           MOVE CJ-PAID-IN-FULL      TO WS-PAID-IN-FULL
           MOVE CJ-EXCEPTIONS-LOGGED TO WS-EXCEPTIONS-LOGGED
           MOVE CJ-CREDITS-BANKED    TO WS-CREDITS-BANKED
           MOVE CJ-MASTER-ERRORS     TO WS-MASTER-ERRORS
           MOVE CJ-APPLIED-AMOUNT    TO WS-CASH-APPLIED-AMOUNT
           COMPUTE WS-RESUME-SCAN = CJ-SCAN-POSITION + 1
           IF  CJ-MASTER-CHANGED
               MOVE CJ-MASTER-AFTER TO BILLMSTR-RECORD
               REWRITE BILLMSTR-RECORD
               IF  WS-VSAM-STATUS NOT = "00"
                   ADD 1 TO WS-REDO-ERRORS
                   DISPLAY "CASHAPP REDO FAILED KEY=" BM-ACCOUNT-NO
                       " STATUS=" WS-VSAM-STATUS
               END-IF
           END-IF.
      * The night's cash-applied, exception and credit records go
      * out from the journal in the order the payments committed.
      * CASHAPLD is written whole every time; a rerun that finds
      * the journal already posted leaves BILLEXC and BILLCRED
      * alone, since they are appended to.
       P0A-POST-JOURNAL.
           MOVE "N" TO WS-JOURNAL-EOF-SW.
           OPEN INPUT CASH-JOURNAL.
           IF  FS-SUCCESS
               PERFORM P0A-READ-JOURNAL
               PERFORM UNTIL JOURNAL-EOF
                   IF  CJ-END-MARK = "E"
                    AND CJ-BUSINESS-DATE = BZ-BUSINESS-DATE
                    AND CJ-PAYMENT
                       PERFORM P0A-POST-ONE-PAYMENT
                   END-IF
                   PERFORM P0A-READ-JOURNAL
               END-PERFORM
               CLOSE CASH-JOURNAL
           END-IF.
           IF  NOT JOURNAL-POSTED
               MOVE SPACES           TO CASH-JOURNAL-STAGE
               MOVE "T"              TO CJ-RECORD-TYPE
               MOVE BZ-BUSINESS-DATE TO CJ-BUSINESS-DATE
               MOVE "E"              TO CJ-END-MARK
               PERFORM P0A-WRITE-JOURNAL
           END-IF.
       P0A-POST-ONE-PAYMENT.
           IF  CJ-APPLIED-IMAGE NOT = SPACES
               MOVE CJ-APPLIED-IMAGE TO CASH-APPLIED-RECORD
               WRITE CASH-APPLIED-RECORD
           END-IF
           IF  NOT JOURNAL-POSTED
               IF  CJ-EXCEPTION-IMAGE NOT = SPACES
                   MOVE CJ-EXCEPTION-IMAGE TO EXCEPTION-OUT-RECORD
                   WRITE EXCEPTION-OUT-RECORD
               END-IF
               IF  CJ-CREDIT-IMAGE NOT = SPACES
                   MOVE CJ-CREDIT-IMAGE TO BILLING-CREDIT-RECORD
                   WRITE BILLING-CREDIT-RECORD
               END-IF
           END-IF.
       P0A-CLEAR-JOURNAL.
           OPEN OUTPUT CASH-JOURNAL.
           CLOSE CASH-JOURNAL.
      * Every payment and carried suspense item in the pool either
      * applied tonight or went back to suspense - the two must add
      * back to the pool to the penny.
       P0A-PROVE-CASH-BALANCE.
           MOVE ZERO TO WS-CASH-IN-AMOUNT.
           PERFORM VARYING PAY-NDX FROM 1 BY 1
                   UNTIL PAY-NDX > WS-PAYMENT-COUNT
               ADD WS-PAY-AMOUNT(PAY-NDX) TO WS-CASH-IN-AMOUNT
           END-PERFORM.
           COMPUTE WS-CASH-OUT-AMOUNT =
               WS-CASH-APPLIED-AMOUNT + WS-SUSP-AMOUNT-OUT.
           DISPLAY "CASHAPP CASH IN=" WS-CASH-IN-AMOUNT
               " APPLIED=" WS-CASH-APPLIED-AMOUNT
               " TO SUSPENSE=" WS-SUSP-AMOUNT-OUT.
           IF  WS-CASH-OUT-AMOUNT NOT = WS-CASH-IN-AMOUNT
               SET CASH-OUT-OF-BALANCE TO TRUE
               DISPLAY "CASHAPP CASH DOES NOT BALANCE"
           END-IF.
