       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REFPAID.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * REFPAID - customer refund settlement. REFREL sends each
      * approved refund into the AP payment run under a refund
      * reference and puts it on the REFRREG register as sent;
      * the credit it pays stays on BILLCRED, held from CHGGEN's
      * netting, until the money has actually gone. This step,
      * run ahead of CHGGEN, reads the payment history and takes
      * a refund as paid when PAYHIST carries its reference from
      * an earlier night - by then BANKACK has had the bank's
      * acknowledgement and taken a rejected order back off the
      * history. For each refund paid the credit is consumed on
      * BILLCRED (written forward to BILLCRDN) and the register
      * entry is marked paid with the date, so the account's
      * refund reference and when it was paid stay on REFRREG
      * (written forward to REFRREGN); both are swapped back by
      * the JCL. The credit leaving BILLCRED is what ARJRNL
      * journals as the refund paid out of refunds payable. A
      * credit found smaller than the refund paid - keyed off by
      * hand in the meantime - is consumed as far as it goes and
      * reported.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-REGISTER ASSIGN TO "REFRREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REFUND-REGISTER-NEW ASSIGN TO "REFRREGN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BILLING-CREDITS ASSIGN TO "BILLCRED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BILLING-CREDITS-NEW ASSIGN TO "BILLCRDN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-REGISTER.
           COPY "refrreg.cpy".
       FD  REFUND-REGISTER-NEW.
       01  REFUND-PAYMENT-NEW-REC PIC X(62).
       FD  BILLING-CREDITS.
       01  BILLING-CREDIT-RECORD.
           05  BC-ACCOUNT-NO      PIC X(10).
           05  BC-CREDIT-AMOUNT   PIC 9(07)V99.
           05  BC-PAYMENT-DATE    PIC 9(08).
           05  BC-FIRST-SEEN      PIC 9(08).
       FD  BILLING-CREDITS-NEW.
       01  BILLING-CREDIT-NEW-REC PIC X(35).
       FD  PAYMENT-HISTORY.
           COPY "payext.cpy".
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "tstamp.cpy".
       01  WS-INPUT-EOF-SW         PIC X VALUE "N".
            88 INPUT-EOF           VALUE "Y".
       01  WS-FOUND-SW             PIC X VALUE "N".
            88 ENTRY-FOUND         VALUE "Y".
       01  WS-HISTORY-READ         PIC 9(07) VALUE ZERO.
       01  WS-REFUNDS-PAID         PIC 9(07) VALUE ZERO.
       01  WS-CREDITS-SHORT        PIC 9(07) VALUE ZERO.
       01  WS-PAID-TOTAL           PIC 9(13)V99 VALUE ZERO.
       01  WS-CONSUMED-TOTAL       PIC 9(13)V99 VALUE ZERO.
       01  WS-CREDIT-DRAW          PIC 9(07)V99 VALUE ZERO.
       01  WS-SENT-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-LOAD-RECS-READ       PIC 9(07) VALUE ZERO.
       01  WS-LOAD-TRUNC-SW        PIC X VALUE "N".
            88 LOAD-TRUNCATED      VALUE "Y".
       01  WS-RREG-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-RREG-TABLE.
           05  WS-RREG-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RREG-NDX.
               10  WS-RREG-RECORD  PIC X(62).
       01  WS-CRED-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-CRED-TABLE.
           05  WS-CRED-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CRED-NDX.
               10  WS-CRED-ACCOUNT PIC X(10).
               10  WS-CRED-AMOUNT  PIC 9(07)V99.
               10  WS-CRED-PAYDATE PIC 9(08).
               10  WS-CRED-FIRST   PIC 9(08).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "REFPAID" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP.
           PERFORM P0A-LOAD-REGISTER.
           PERFORM P0A-LOAD-BILLING-CREDITS.
      * Either rewrite would drop every entry past the cap - stop
      * before anything is consumed.
           IF  LOAD-TRUNCATED
               DISPLAY "REFPAID ABORT - REFERENCE LOAD TRUNCATED"
                   " - NOTHING CONSUMED"
               MOVE 12 TO RETURN-CODE
               MOVE "REFPAID" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           IF  WS-SENT-COUNT > ZERO
               PERFORM P0A-SCAN-PAYMENT-HISTORY
           END-IF.
           PERFORM P0A-WRITE-BILLING-CREDITS.
           PERFORM P0A-WRITE-REGISTER.
           PERFORM P0A-WRITE-CONTROL-TOTALS.
           DISPLAY "REFPAID AWAITING PAYMENT=" WS-SENT-COUNT
               " PAID=" WS-REFUNDS-PAID
               " FOR " WS-PAID-TOTAL
               " CREDIT CONSUMED=" WS-CONSUMED-TOTAL
               " SHORT=" WS-CREDITS-SHORT.
           MOVE "REFPAID" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-SCAN-PAYMENT-HISTORY.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT PAYMENT-HISTORY.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ PAYMENT-HISTORY
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HISTORY-READ
                           IF  PX-CUSTOMER-REFUND
                               AND PX-PAY-DATE < BZ-BUSINESS-DATE
                               PERFORM P0A-SETTLE-ONE-REFUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-HISTORY
           END-IF.
      * A refund BANKACK put back for payment again is archived a
      * second time under the same reference - only the first
      * record found settles it.
       P0A-SETTLE-ONE-REFUND.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING RREG-NDX FROM 1 BY 1
                   UNTIL RREG-NDX > WS-RREG-COUNT OR ENTRY-FOUND
               MOVE WS-RREG-RECORD(RREG-NDX) TO REFUND-PAYMENT-RECORD
               IF  RR-REFUND-REF = PX-INVOICE-NO
                   AND RR-STAT-SENT
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF  ENTRY-FOUND
               SET RREG-NDX DOWN BY 1
               PERFORM P0A-CONSUME-CREDIT
               SET RR-STAT-PAID TO TRUE
               MOVE PX-PAY-DATE TO RR-PAID-DATE
               MOVE REFUND-PAYMENT-RECORD TO WS-RREG-RECORD(RREG-NDX)
               ADD 1 TO WS-REFUNDS-PAID
               ADD RR-REFUND-AMOUNT TO WS-PAID-TOTAL
               DISPLAY "REFPAID REFUND PAID ACCOUNT=" RR-ACCOUNT-NO
                   " REF=" RR-REFUND-REF
                   " AMOUNT=" RR-REFUND-AMOUNT
                   " PAID " RR-PAID-DATE
           END-IF.
       P0A-CONSUME-CREDIT.
           MOVE ZERO TO WS-CREDIT-DRAW
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING CRED-NDX FROM 1 BY 1
                   UNTIL CRED-NDX > WS-CRED-COUNT OR ENTRY-FOUND
               IF  WS-CRED-ACCOUNT(CRED-NDX) = RR-ACCOUNT-NO
                AND WS-CRED-PAYDATE(CRED-NDX) = RR-PAYMENT-DATE
                   SET ENTRY-FOUND TO TRUE
                   IF  WS-CRED-AMOUNT(CRED-NDX) >= RR-REFUND-AMOUNT
                       MOVE RR-REFUND-AMOUNT TO WS-CREDIT-DRAW
                   ELSE
                       MOVE WS-CRED-AMOUNT(CRED-NDX) TO WS-CREDIT-DRAW
                   END-IF
                   SUBTRACT WS-CREDIT-DRAW
                       FROM WS-CRED-AMOUNT(CRED-NDX)
               END-IF
           END-PERFORM
           ADD WS-CREDIT-DRAW TO WS-CONSUMED-TOTAL
           IF  WS-CREDIT-DRAW < RR-REFUND-AMOUNT
               ADD 1 TO WS-CREDITS-SHORT
               DISPLAY "REFPAID CREDIT SHORT ACCOUNT=" RR-ACCOUNT-NO
                   " PAID " RR-PAYMENT-DATE
                   " REF=" RR-REFUND-REF
                   " REFUND=" RR-REFUND-AMOUNT
                   " CONSUMED=" WS-CREDIT-DRAW
           END-IF.
       P0A-LOAD-REGISTER.
           MOVE "N"  TO WS-INPUT-EOF-SW.
           MOVE ZERO TO WS-LOAD-RECS-READ.
           OPEN INPUT REFUND-REGISTER.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ REFUND-REGISTER
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LOAD-RECS-READ
                           IF  RR-STAT-SENT
                               ADD 1 TO WS-SENT-COUNT
                           END-IF
                           IF  WS-RREG-COUNT < 5000
                               ADD 1 TO WS-RREG-COUNT
                               SET RREG-NDX TO WS-RREG-COUNT
                               MOVE REFUND-PAYMENT-RECORD
                                   TO WS-RREG-RECORD(RREG-NDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-REGISTER
               IF  WS-LOAD-RECS-READ > WS-RREG-COUNT
                   SET LOAD-TRUNCATED TO TRUE
                   DISPLAY "REFRREG LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-RREG-COUNT
               END-IF
           END-IF.
       P0A-LOAD-BILLING-CREDITS.
           MOVE "N"  TO WS-INPUT-EOF-SW.
           MOVE ZERO TO WS-LOAD-RECS-READ.
           OPEN INPUT BILLING-CREDITS.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ BILLING-CREDITS
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LOAD-RECS-READ
                           IF  WS-CRED-COUNT < 5000
                               ADD 1 TO WS-CRED-COUNT
                               SET CRED-NDX TO WS-CRED-COUNT
                               MOVE BC-ACCOUNT-NO
                                   TO WS-CRED-ACCOUNT(CRED-NDX)
                               MOVE BC-CREDIT-AMOUNT
                                   TO WS-CRED-AMOUNT(CRED-NDX)
                               MOVE BC-PAYMENT-DATE
                                   TO WS-CRED-PAYDATE(CRED-NDX)
                               MOVE BC-FIRST-SEEN
                                   TO WS-CRED-FIRST(CRED-NDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLING-CREDITS
               IF  WS-LOAD-RECS-READ > WS-CRED-COUNT
                   SET LOAD-TRUNCATED TO TRUE
                   DISPLAY "BILLCRED LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-CRED-COUNT
               END-IF
           END-IF.
      * A credit the refund used up drops off, as CHGGEN drops one
      * netting uses up.
       P0A-WRITE-BILLING-CREDITS.
           OPEN OUTPUT BILLING-CREDITS-NEW.
           PERFORM VARYING CRED-NDX FROM 1 BY 1
                   UNTIL CRED-NDX > WS-CRED-COUNT
               IF  WS-CRED-AMOUNT(CRED-NDX) > ZERO
                   MOVE WS-CRED-ACCOUNT(CRED-NDX)
                       TO BC-ACCOUNT-NO
                   MOVE WS-CRED-AMOUNT(CRED-NDX)
                       TO BC-CREDIT-AMOUNT
                   MOVE WS-CRED-PAYDATE(CRED-NDX)
                       TO BC-PAYMENT-DATE
                   MOVE WS-CRED-FIRST(CRED-NDX)
                       TO BC-FIRST-SEEN
                   MOVE BILLING-CREDIT-RECORD
                       TO BILLING-CREDIT-NEW-REC
                   WRITE BILLING-CREDIT-NEW-REC
               END-IF
           END-PERFORM.
           CLOSE BILLING-CREDITS-NEW.
       P0A-WRITE-REGISTER.
           OPEN OUTPUT REFUND-REGISTER-NEW.
           PERFORM VARYING RREG-NDX FROM 1 BY 1
                   UNTIL RREG-NDX > WS-RREG-COUNT
               MOVE WS-RREG-RECORD(RREG-NDX) TO REFUND-PAYMENT-NEW-REC
               WRITE REFUND-PAYMENT-NEW-REC
           END-PERFORM.
           CLOSE REFUND-REGISTER-NEW.
       P0A-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT CONTROL-TOTALS
           END-IF.
           MOVE "REFPAID "           TO CT-PROGRAM-ID.
           MOVE WS-TIMESTAMP         TO CT-TIMESTAMP.
           MOVE WS-HISTORY-READ      TO CT-RECORDS-READ.
           MOVE WS-CREDITS-SHORT     TO CT-EXCEPTIONS-LOGGED.
           MOVE WS-REFUNDS-PAID      TO CT-RESOLVED-LOGGED.
           MOVE WS-PAID-TOTAL        TO CT-AMOUNT-TOTAL.
           MOVE ZERO                 TO CT-SEQUENCE-ERRORS.
           CALL "RUNID" USING RUNID-PARMS
           MOVE RI-RUN-ID TO CT-RUN-ID
           WRITE CONTROL-TOTALS-RECORD.
           CLOSE CONTROL-TOTALS.
