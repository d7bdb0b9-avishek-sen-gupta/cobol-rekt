       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REFREL.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * REFREL - customer refund release. BILLREF extracts the
      * over-payment credits old enough to give back onto BILLREFX
      * at month end; until now somebody raised a manual cheque
      * off it and keyed the credit off BILLCRED afterwards, and
      * the keying-off was forgotten as often as not. Credit
      * control now approves each refund with a card on REFAPPR
      * (account, payment date of the credit, approver) and this
      * step, run after PAYREL and RETREL have put the night's
      * releases in place, sends each approved refund into the AP
      * payment run by appending one record to PAYEXT payable to
      * the customer-refund payee (REFPARM card: payee vendor,
      * company, currency - default CREF, 01, USD), so it goes
      * through PAYCONS, PAYORD and the bank file like any payment
      * and shows on the payee's remittance advice under its
      * refund reference. The refund paid is what the extract
      * offered, no more than is still on BILLCRED for the credit.
      * Each refund sent goes on the REFRREG register (refrreg.cpy)
      * under its reference, written forward to REFRREGN for the
      * JCL to swap back; REFPAID consumes the credit once the
      * payment history shows the refund paid, and ARJRNL journals
      * it out of refunds payable then - nothing is journaled
      * here. A card for a credit not on the extract, already sent,
      * or with nothing left on BILLCRED is reported and counted as
      * an exception. A payee missing or not active on the vendor
      * master stops the step before anything is sent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "REFPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT APPROVAL-CARDS ASSIGN TO "REFAPPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REFUND-EXTRACT ASSIGN TO "BILLREFX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BILLING-CREDITS ASSIGN TO "BILLCRED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REFUND-REGISTER ASSIGN TO "REFRREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REFUND-REGISTER-NEW ASSIGN TO "REFRREGN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PAYMENT-EXTRACT ASSIGN TO "PAYEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  REFUND-PARM-FIELDS.
           05  RP-PAYEE-VENDOR    PIC X(04).
           05  RP-COMPANY-CODE    PIC X(02).
           05  RP-CURRENCY-CODE   PIC X(04).
           05  FILLER             PIC X(70).
       FD  APPROVAL-CARDS.
       01  APPROVAL-CARD-RECORD.
           05  AC-ACCOUNT-NO      PIC X(10).
           05  AC-PAYMENT-DATE    PIC 9(08).
           05  AC-APPROVED-BY     PIC X(08).
           05  FILLER             PIC X(54).
       FD  VENDOR-MASTER.
           COPY "vendmstr.cpy".
       FD  REFUND-EXTRACT.
       01  REFUND-EXTRACT-RECORD.
           05  RX-ACCOUNT-NO      PIC X(10).
           05  RX-REFUND-AMOUNT   PIC 9(07)V99.
           05  RX-PAYMENT-DATE    PIC 9(08).
           05  RX-AGE-DAYS        PIC 9(05).
       FD  BILLING-CREDITS.
       01  BILLING-CREDIT-RECORD.
           05  BC-ACCOUNT-NO      PIC X(10).
           05  BC-CREDIT-AMOUNT   PIC 9(07)V99.
           05  BC-PAYMENT-DATE    PIC 9(08).
           05  BC-FIRST-SEEN      PIC 9(08).
       FD  REFUND-REGISTER.
           COPY "refrreg.cpy".
       FD  REFUND-REGISTER-NEW.
       01  REFUND-PAYMENT-NEW-REC PIC X(62).
       FD  PAYMENT-EXTRACT.
           COPY "payext.cpy".
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "tstamp.cpy".
       01  WS-PAYEE-VENDOR         PIC X(04) VALUE "CREF".
       01  WS-PAYEE-COMPANY        PIC X(02) VALUE "01".
       01  WS-PAYEE-CURRENCY       PIC X(04) VALUE "USD ".
       01  WS-PAYEE-SW             PIC X VALUE "N".
            88 PAYEE-ACTIVE        VALUE "Y".
       01  WS-INPUT-EOF-SW         PIC X VALUE "N".
            88 INPUT-EOF           VALUE "Y".
       01  WS-CARDS-EOF-SW         PIC X VALUE "N".
            88 CARDS-EOF           VALUE "Y".
       01  WS-FOUND-SW             PIC X VALUE "N".
            88 ENTRY-FOUND         VALUE "Y".
       01  WS-STEP-RC              PIC 9(02) VALUE ZERO.
       01  WS-CARDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-CARDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-REFUNDS-SENT         PIC 9(07) VALUE ZERO.
       01  WS-REFUND-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-REFUND-AMOUNT        PIC 9(07)V99 VALUE ZERO.
       01  WS-LAST-REF-SEQ         PIC 9(08) VALUE ZERO.
       01  WS-LOAD-RECS-READ       PIC 9(07) VALUE ZERO.
       01  WS-LOAD-TRUNC-SW        PIC X VALUE "N".
            88 LOAD-TRUNCATED      VALUE "Y".
       01  WS-RREG-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-RREG-TABLE.
           05  WS-RREG-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RREG-NDX.
               10  WS-RREG-RECORD  PIC X(62).
       01  WS-REFX-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-REFX-TABLE.
           05  WS-REFX-ENTRY OCCURS 5000 TIMES
                   INDEXED BY REFX-NDX.
               10  WS-REFX-ACCOUNT PIC X(10).
               10  WS-REFX-PAYDATE PIC 9(08).
               10  WS-REFX-AMOUNT  PIC 9(07)V99.
       01  WS-CRED-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-CRED-TABLE.
           05  WS-CRED-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CRED-NDX.
               10  WS-CRED-ACCOUNT PIC X(10).
               10  WS-CRED-PAYDATE PIC 9(08).
               10  WS-CRED-AMOUNT  PIC 9(07)V99.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "REFREL" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP.
           PERFORM P0A-READ-PARM-CARD.
           PERFORM P0A-CHECK-PAYEE.
           IF  NOT PAYEE-ACTIVE
               DISPLAY "REFREL ABORT - REFUND PAYEE " WS-PAYEE-VENDOR
                   " NOT ACTIVE ON VENDMSTR - NOTHING SENT"
               MOVE 12 TO RETURN-CODE
               MOVE "REFREL" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           PERFORM P0A-LOAD-REGISTER.
           PERFORM P0A-LOAD-EXTRACT.
           PERFORM P0A-LOAD-BILLING-CREDITS.
      * A register past the cap would be cut short by the REFRREGN
      * rewrite, and an extract or credit past it would turn good
      * cards away - stop before any refund is sent.
           IF  LOAD-TRUNCATED
               DISPLAY "REFREL ABORT - REFERENCE LOAD TRUNCATED"
                   " - NOTHING SENT"
               MOVE 12 TO RETURN-CODE
               MOVE "REFREL" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           OPEN EXTEND PAYMENT-EXTRACT.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT PAYMENT-EXTRACT
           END-IF.
           OPEN INPUT APPROVAL-CARDS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-CARD
               PERFORM UNTIL CARDS-EOF
                   PERFORM P0A-RELEASE-ONE-CARD
                   PERFORM P0A-READ-CARD
               END-PERFORM
               CLOSE APPROVAL-CARDS
           END-IF.
           CLOSE PAYMENT-EXTRACT.
           PERFORM P0A-WRITE-REGISTER.
           PERFORM P0A-WRITE-CONTROL-TOTALS.
           IF  WS-CARDS-REJECTED > ZERO
               MOVE 4 TO WS-STEP-RC
           END-IF.
           DISPLAY "REFREL CARDS=" WS-CARDS-READ
               " SENT=" WS-REFUNDS-SENT
               " REJECTED=" WS-CARDS-REJECTED
               " FOR " WS-REFUND-TOTAL
               " PAYEE=" WS-PAYEE-VENDOR.
           MOVE "REFREL" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           MOVE WS-STEP-RC TO RETURN-CODE
           GOBACK.
       P0A-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF  FS-SUCCESS
               READ PARM-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF  RP-PAYEE-VENDOR NOT = SPACES
                           MOVE RP-PAYEE-VENDOR TO WS-PAYEE-VENDOR
                       END-IF
                       IF  RP-COMPANY-CODE NOT = SPACES
                           MOVE RP-COMPANY-CODE TO WS-PAYEE-COMPANY
                       END-IF
                       IF  RP-CURRENCY-CODE NOT = SPACES
                           MOVE RP-CURRENCY-CODE TO WS-PAYEE-CURRENCY
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
       P0A-CHECK-PAYEE.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT VENDOR-MASTER.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ VENDOR-MASTER
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           IF  VM-VENDOR-ID = WS-PAYEE-VENDOR
                               AND VM-ACTIVE
                               SET PAYEE-ACTIVE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-MASTER
           END-IF.
       P0A-READ-CARD.
           READ APPROVAL-CARDS
               AT END
                   SET CARDS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.
       P0A-RELEASE-ONE-CARD.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING RREG-NDX FROM 1 BY 1
                   UNTIL RREG-NDX > WS-RREG-COUNT OR ENTRY-FOUND
               MOVE WS-RREG-RECORD(RREG-NDX) TO REFUND-PAYMENT-RECORD
               IF  RR-ACCOUNT-NO = AC-ACCOUNT-NO
                AND RR-PAYMENT-DATE = AC-PAYMENT-DATE
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF  ENTRY-FOUND
               ADD 1 TO WS-CARDS-REJECTED
               DISPLAY "REFREL ALREADY SENT ACCOUNT=" AC-ACCOUNT-NO
                   " PAID " AC-PAYMENT-DATE
                   " REF=" RR-REFUND-REF " STATUS=" RR-STATUS
           ELSE
               PERFORM P0A-PRICE-ONE-CARD
           END-IF.
      * The refund is what the extract offered for the credit, cut
      * back to what is left on BILLCRED - CHGGEN may have netted
      * part of it against a charge since the month end.
       P0A-PRICE-ONE-CARD.
           MOVE "N" TO WS-FOUND-SW
           MOVE ZERO TO WS-REFUND-AMOUNT
           PERFORM VARYING REFX-NDX FROM 1 BY 1
                   UNTIL REFX-NDX > WS-REFX-COUNT OR ENTRY-FOUND
               IF  WS-REFX-ACCOUNT(REFX-NDX) = AC-ACCOUNT-NO
                AND WS-REFX-PAYDATE(REFX-NDX) = AC-PAYMENT-DATE
                   SET ENTRY-FOUND TO TRUE
                   MOVE WS-REFX-AMOUNT(REFX-NDX) TO WS-REFUND-AMOUNT
               END-IF
           END-PERFORM
           IF  NOT ENTRY-FOUND
               ADD 1 TO WS-CARDS-REJECTED
               DISPLAY "REFREL NOT ON REFUND EXTRACT ACCOUNT="
                   AC-ACCOUNT-NO " PAID " AC-PAYMENT-DATE
           ELSE
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING CRED-NDX FROM 1 BY 1
                       UNTIL CRED-NDX > WS-CRED-COUNT OR ENTRY-FOUND
                   IF  WS-CRED-ACCOUNT(CRED-NDX) = AC-ACCOUNT-NO
                    AND WS-CRED-PAYDATE(CRED-NDX) = AC-PAYMENT-DATE
                       SET ENTRY-FOUND TO TRUE
                       IF  WS-CRED-AMOUNT(CRED-NDX) < WS-REFUND-AMOUNT
                           MOVE WS-CRED-AMOUNT(CRED-NDX)
                               TO WS-REFUND-AMOUNT
                       END-IF
                   END-IF
               END-PERFORM
               IF  NOT ENTRY-FOUND
                   MOVE ZERO TO WS-REFUND-AMOUNT
               END-IF
               IF  WS-REFUND-AMOUNT > ZERO
                   PERFORM P0A-SEND-ONE-REFUND
               ELSE
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY "REFREL NO CREDIT LEFT ACCOUNT="
                       AC-ACCOUNT-NO " PAID " AC-PAYMENT-DATE
               END-IF
           END-IF.
      * The refund carries no gross - it is not an expense - only
      * the amount as its net payable, flagged "F" so the returns
      * step knows it for a customer refund, and due today.
       P0A-SEND-ONE-REFUND.
           IF  WS-RREG-COUNT < 5000
               ADD 1 TO WS-LAST-REF-SEQ
               MOVE SPACES TO REFUND-PAYMENT-RECORD
               MOVE AC-ACCOUNT-NO      TO RR-ACCOUNT-NO
               MOVE AC-PAYMENT-DATE    TO RR-PAYMENT-DATE
               MOVE WS-REFUND-AMOUNT   TO RR-REFUND-AMOUNT
               MOVE "RF"               TO RR-REF-PREFIX
               MOVE WS-LAST-REF-SEQ    TO RR-REF-SEQ
               MOVE AC-APPROVED-BY     TO RR-APPROVED-BY
               MOVE BZ-BUSINESS-DATE   TO RR-SENT-DATE
               MOVE ZERO               TO RR-PAID-DATE
               SET RR-STAT-SENT TO TRUE
               ADD 1 TO WS-RREG-COUNT
               SET RREG-NDX TO WS-RREG-COUNT
               MOVE REFUND-PAYMENT-RECORD TO WS-RREG-RECORD(RREG-NDX)
               MOVE SPACES TO PAYMENT-EXTRACT-RECORD
               MOVE WS-PAYEE-VENDOR    TO PX-SOME-PART-1
               MOVE ZERO               TO PX-GROSS-AMOUNT
               MOVE ZERO               TO PX-DISCOUNT-TAKEN
               MOVE WS-REFUND-AMOUNT   TO PX-NET-PAYABLE
               MOVE WS-PAYEE-CURRENCY  TO PX-CURRENCY-CODE
               MOVE ZERO               TO PX-CREDIT-APPLIED
               MOVE WS-PAYEE-COMPANY   TO PX-COMPANY-CODE
               MOVE RR-REFUND-REF      TO PX-INVOICE-NO
               MOVE ZERO               TO PX-TAX-AMOUNT
               MOVE ZERO               TO PX-PREPAY-APPLIED
               SET PX-CUSTOMER-REFUND TO TRUE
               MOVE ZERO               TO PX-RETAINED
               MOVE BZ-BUSINESS-DATE   TO PX-PAY-DATE
               WRITE PAYMENT-EXTRACT-RECORD
               ADD 1 TO WS-REFUNDS-SENT
               ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               DISPLAY "REFREL REGISTER FULL - REFUND FOR "
                   AC-ACCOUNT-NO " LEFT FOR TOMORROW"
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
                           IF  RR-REF-SEQ NUMERIC
                               AND RR-REF-SEQ > WS-LAST-REF-SEQ
                               MOVE RR-REF-SEQ TO WS-LAST-REF-SEQ
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
       P0A-LOAD-EXTRACT.
           MOVE "N"  TO WS-INPUT-EOF-SW.
           MOVE ZERO TO WS-LOAD-RECS-READ.
           OPEN INPUT REFUND-EXTRACT.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ REFUND-EXTRACT
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LOAD-RECS-READ
                           IF  WS-REFX-COUNT < 5000
                               ADD 1 TO WS-REFX-COUNT
                               SET REFX-NDX TO WS-REFX-COUNT
                               MOVE RX-ACCOUNT-NO
                                   TO WS-REFX-ACCOUNT(REFX-NDX)
                               MOVE RX-PAYMENT-DATE
                                   TO WS-REFX-PAYDATE(REFX-NDX)
                               MOVE RX-REFUND-AMOUNT
                                   TO WS-REFX-AMOUNT(REFX-NDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-EXTRACT
               IF  WS-LOAD-RECS-READ > WS-REFX-COUNT
                   SET LOAD-TRUNCATED TO TRUE
                   DISPLAY "BILLREFX LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-REFX-COUNT
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
                               MOVE BC-PAYMENT-DATE
                                   TO WS-CRED-PAYDATE(CRED-NDX)
                               MOVE BC-CREDIT-AMOUNT
                                   TO WS-CRED-AMOUNT(CRED-NDX)
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
           MOVE "REFREL  "           TO CT-PROGRAM-ID.
           MOVE WS-TIMESTAMP         TO CT-TIMESTAMP.
           MOVE WS-CARDS-READ        TO CT-RECORDS-READ.
           MOVE WS-CARDS-REJECTED    TO CT-EXCEPTIONS-LOGGED.
           MOVE WS-REFUNDS-SENT      TO CT-RESOLVED-LOGGED.
           MOVE WS-REFUND-TOTAL      TO CT-AMOUNT-TOTAL.
           MOVE ZERO                 TO CT-SEQUENCE-ERRORS.
           CALL "RUNID" USING RUNID-PARMS
           MOVE RI-RUN-ID TO CT-RUN-ID
           WRITE CONTROL-TOTALS-RECORD.
           CLOSE CONTROL-TOTALS.
