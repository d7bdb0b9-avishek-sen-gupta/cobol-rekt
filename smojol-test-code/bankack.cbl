       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANKACK.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * BANKACK - bank acknowledgement processing for the BANKORD
      * transmission. PAYORD sends the payment orders; the bank
      * answers with an acknowledgement file (BANKACK) saying
      * whether it took the file at all and, order by order,
      * whether it accepted or rejected each one and why. The ack
      * is due back before the next nightly cycle, so this step -
      * run ahead of PAYSCHED and before PAYORD replaces BANKORD -
      * is the cutoff:
      *   - no acknowledgement, or one whose header does not echo
      *     last night's BANKORD header, raises a severity-1
      *     OPALERT: nobody may assume the money moved;
      *   - a rejected file raises the same alert and every order
      *     on it is treated as rejected;
      *   - a rejected order is not left looking paid: every
      *     invoice it carried (found through the PAYLHIST linkage
      *     history on vendor, currency and value date, as PAYRET
      *     does for a bounce) is taken off the payment history -
      *     PAYHIST is written forward to PAYHIST.NEW without it,
      *     copied back by the following step - and reinstated on
      *     the SCHEDPAY warehouse due today, so PAYSCHED pays it
      *     again in this run. A rejected cheque order also gets a
      *     void card on ACKVC (concatenated to CHQVOID's cards)
      *     so the register does not carry a cheque the bank never
      *     issued into stale-dating;
      *   - an ack for an order that was never sent, or a rejected
      *     invoice no longer on PAYHIST, is reported.
      * Everything is listed on the ACKRPT report with totals.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-ORDERS ASSIGN TO "BANKORD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BANK-ACK ASSIGN TO "BANKACK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LINKAGE-HISTORY ASSIGN TO "PAYLHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYMENT-HISTORY-NEW ASSIGN TO "PAYHISTN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SCHEDULED-PAYMENTS ASSIGN TO "SCHEDPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACK-VOID-CARDS ASSIGN TO "ACKVC"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-OUT ASSIGN TO "ACKRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-ORDERS.
           COPY "bankord.cpy".
       FD  BANK-ACK.
           COPY "bankack.cpy".
       FD  LINKAGE-HISTORY.
           COPY "paylink.cpy".
       FD  PAYMENT-HISTORY.
           COPY "payext.cpy".
       FD  PAYMENT-HISTORY-NEW.
       01  PAYMENT-HISTORY-NEW-REC PIC X(116).
       FD  SCHEDULED-PAYMENTS.
           COPY "schedpay.cpy".
       FD  ACK-VOID-CARDS.
       01  ACK-VOID-CARD.
           05  AV-CHEQUE-NO       PIC 9(10).
           05  AV-REASON          PIC X(30).
           05  FILLER             PIC X(40).
       FD  REPORT-OUT.
       01  REPORT-OUT-RECORD     PIC X(96).
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "tstamp.cpy".
           COPY "opalrtpm.cpy".
       01  WS-BANKORD-EOF-SW       PIC X VALUE "N".
            88 BANKORD-EOF         VALUE "Y".
       01  WS-ACK-EOF-SW           PIC X VALUE "N".
            88 ACK-EOF             VALUE "Y".
       01  WS-LINKHIST-EOF-SW      PIC X VALUE "N".
            88 LINKHIST-EOF        VALUE "Y".
       01  WS-PAYHIST-EOF-SW       PIC X VALUE "N".
            88 PAYHIST-EOF         VALUE "Y".
       01  WS-ACK-STATE-SW         PIC X VALUE "N".
            88 ACK-NOT-RECEIVED    VALUE "N".
            88 ACK-RECEIVED        VALUE "Y".
            88 ACK-FOR-OTHER-FILE  VALUE "O".
       01  WS-FILE-REJECTED-SW     PIC X VALUE "N".
            88 FILE-REJECTED       VALUE "Y".
       01  WS-SCHEDPAY-OPEN-SW     PIC X VALUE "N".
            88 SCHEDPAY-OPEN       VALUE "Y".
       01  WS-SENT-VALUE-DATE      PIC 9(08) VALUE ZERO.
       01  WS-SENT-TS              PIC X(14) VALUE SPACES.
       01  WS-FILE-REASON          PIC X(30) VALUE SPACES.
       01  WS-ORDERS-READ          PIC 9(07) VALUE ZERO.
       01  WS-ACK-READ             PIC 9(07) VALUE ZERO.
       01  WS-LINKS-READ           PIC 9(07) VALUE ZERO.
       01  WS-INVOICES-FOUND       PIC 9(07) VALUE ZERO.
       01  WS-HISTORY-READ         PIC 9(07) VALUE ZERO.
       01  WS-ORDERS-ACCEPTED      PIC 9(07) VALUE ZERO.
       01  WS-ORDERS-UNACKED       PIC 9(07) VALUE ZERO.
       01  WS-ORDERS-REJECTED      PIC 9(07) VALUE ZERO.
       01  WS-REJECTED-TOTAL       PIC 9(13)V99 VALUE ZERO.
       01  WS-INVOICES-REINSTATED  PIC 9(07) VALUE ZERO.
       01  WS-REINSTATED-TOTAL     PIC 9(13)V99 VALUE ZERO.
       01  WS-CHEQUES-VOIDED       PIC 9(07) VALUE ZERO.
       01  WS-EXCEPTIONS           PIC 9(07) VALUE ZERO.
       01  WS-ORDER-COUNT          PIC 9(04) COMP VALUE 0.
       01  WS-ORDER-TABLE.
           05  WS-ORDER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY ORD-NDX.
               10  WS-ORD-VENDOR     PIC X(04).
               10  WS-ORD-PART-2     PIC X(04).
               10  WS-ORD-AMOUNT     PIC 9(09)V99.
               10  WS-ORD-CURRENCY   PIC X(04).
               10  WS-ORD-DATE       PIC 9(08).
               10  WS-ORD-CHEQUE-NO  PIC 9(10).
               10  WS-ORD-STATUS-SW  PIC X(01).
                   88  ORD-UNACKED   VALUE "U".
                   88  ORD-ACCEPTED  VALUE "A".
                   88  ORD-REJECTED  VALUE "R".
               10  WS-ORD-REASON     PIC X(30).
       01  WS-INVOICE-COUNT        PIC 9(04) COMP VALUE 0.
       01  WS-INVOICE-TABLE.
           05  WS-INVOICE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY INV-NDX.
               10  WS-INV-VENDOR     PIC X(04).
               10  WS-INV-NO         PIC X(10).
               10  WS-INV-NET        PIC 9(09)V99.
               10  WS-INV-CURRENCY   PIC X(04).
               10  WS-INV-DATE       PIC 9(08).
               10  WS-INV-USED-SW    PIC X(01).
                   88  INV-USED      VALUE "Y".
       01  WS-HEADING-1.
           05  FILLER  PIC X(23) VALUE "BANK ACK FOR BANKORD OF".
           05  FILLER  PIC X(01) VALUE SPACE.
           05  HL-TS   PIC X(14).
           05  FILLER  PIC X(13) VALUE "  VALUE DATE ".
           05  HL-DATE PIC 9(08).
           05  FILLER  PIC X(04) VALUE "  - ".
           05  HL-STATE PIC X(30).
       01  WS-HEADING-2.
           05  FILLER  PIC X(25) VALUE "VEND CURR VALUE DT CHEQUE".
           05  FILLER  PIC X(25) VALUE " NO        AMOUNT INVOICE".
           05  FILLER  PIC X(08) VALUE "    NOTE".
       01  WS-DETAIL-LINE.
           05  DL-VENDOR      PIC X(04).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  DL-CURRENCY    PIC X(04).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  DL-VALUE-DATE  PIC 9(08).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  DL-CHEQUE-NO   PIC 9(10).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  DL-AMOUNT      PIC ZZZZZZZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  DL-INVOICE     PIC X(10).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  DL-NOTE        PIC X(30).
       01  WS-TOTAL-LINE.
           05  TL-LABEL       PIC X(24).
           05  TL-COUNT       PIC ZZZZZZ9.
           05  FILLER         PIC X(05) VALUE " FOR ".
           05  TL-AMOUNT      PIC ZZZZZZZZZZZZ9.99.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "BANKACK" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP.
           PERFORM P0A-LOAD-ORDERS.
      * A truncated order load would leave orders the bank rejected
      * looking paid - stop before the history is touched.
           IF  WS-ORDERS-READ > WS-ORDER-COUNT
               DISPLAY "BANKACK ABORT - BANKORD LOAD TRUNCATED - READ="
                   WS-ORDERS-READ " STORED=" WS-ORDER-COUNT
               MOVE 12 TO RETURN-CODE
               MOVE "BANKACK" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           IF  WS-ORDER-COUNT > ZERO
               PERFORM P0A-LOAD-ACK
           END-IF.
           OPEN OUTPUT REPORT-OUT.
           MOVE WS-SENT-TS         TO HL-TS.
           MOVE WS-SENT-VALUE-DATE TO HL-DATE.
           EVALUATE TRUE
               WHEN WS-ORDER-COUNT = ZERO
                   MOVE "NO ORDERS SENT" TO HL-STATE
               WHEN NOT ACK-RECEIVED
                   MOVE "NO ACKNOWLEDGEMENT" TO HL-STATE
               WHEN FILE-REJECTED
                   MOVE "FILE REJECTED" TO HL-STATE
               WHEN OTHER
                   MOVE "FILE ACCEPTED" TO HL-STATE
           END-EVALUATE.
           MOVE WS-HEADING-1 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE WS-HEADING-2 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           OPEN OUTPUT ACK-VOID-CARDS.
           IF  WS-ORDER-COUNT > ZERO
               IF  ACK-RECEIVED
                   PERFORM P0A-SETTLE-ORDERS
               ELSE
                   PERFORM P0A-ALERT-NO-ACK
               END-IF
           END-IF.
           CLOSE ACK-VOID-CARDS.
           IF  WS-ORDERS-REJECTED > ZERO
               PERFORM P0A-COLLECT-REJECTED-INVOICES
           END-IF.
      * A truncated invoice load would leave part of a rejected
      * order on the history looking paid and never reissued.
           IF  WS-INVOICES-FOUND > WS-INVOICE-COUNT
               DISPLAY "BANKACK ABORT - PAYLHIST LOAD TRUNCATED - READ="
                   WS-INVOICES-FOUND " STORED=" WS-INVOICE-COUNT
               CLOSE REPORT-OUT
               MOVE 12 TO RETURN-CODE
               MOVE "BANKACK" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           PERFORM P0A-REWRITE-PAYMENT-HISTORY.
           PERFORM VARYING INV-NDX FROM 1 BY 1
                   UNTIL INV-NDX > WS-INVOICE-COUNT
               IF  NOT INV-USED(INV-NDX)
                   PERFORM P0A-REPORT-NOT-ON-HISTORY
               END-IF
           END-PERFORM.
           PERFORM P0A-WRITE-TOTALS.
           CLOSE REPORT-OUT.
           IF  WS-EXCEPTIONS > ZERO
            OR WS-ORDERS-REJECTED > ZERO
            OR (WS-ORDER-COUNT > ZERO AND NOT ACK-RECEIVED)
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM P0A-WRITE-CONTROL-TOTALS.
           DISPLAY "BANKACK ORDERS=" WS-ORDER-COUNT
               " ACCEPTED=" WS-ORDERS-ACCEPTED
               " UNACKNOWLEDGED=" WS-ORDERS-UNACKED
               " REJECTED=" WS-ORDERS-REJECTED
               " FOR " WS-REJECTED-TOTAL.
           DISPLAY "BANKACK INVOICES REINSTATED="
               WS-INVOICES-REINSTATED
               " FOR " WS-REINSTATED-TOTAL
               " CHEQUES VOIDED=" WS-CHEQUES-VOIDED
               " EXCEPTIONS=" WS-EXCEPTIONS.
           MOVE "BANKACK" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-LOAD-ORDERS.
           OPEN INPUT BANK-ORDERS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-ORDER
               PERFORM UNTIL BANKORD-EOF
                   EVALUATE TRUE
                       WHEN BO-HEADER-REC
                           MOVE BANK-ORDER-RECORD
                               TO BANK-ORDER-HEADER
                           MOVE BH-VALUE-DATE TO WS-SENT-VALUE-DATE
                           MOVE BH-CREATED-TS TO WS-SENT-TS
                       WHEN BO-DETAIL-REC
                           PERFORM P0A-STORE-ONE-ORDER
                   END-EVALUATE
                   PERFORM P0A-READ-ORDER
               END-PERFORM
               CLOSE BANK-ORDERS
           END-IF.
       P0A-READ-ORDER.
           READ BANK-ORDERS
               AT END
                   SET BANKORD-EOF TO TRUE
           END-READ.
       P0A-STORE-ONE-ORDER.
           ADD 1 TO WS-ORDERS-READ
           IF  WS-ORDER-COUNT < 2000
               ADD 1 TO WS-ORDER-COUNT
               SET ORD-NDX TO WS-ORDER-COUNT
               MOVE BO-SOME-PART-1   TO WS-ORD-VENDOR(ORD-NDX)
               MOVE BO-SOME-PART-2   TO WS-ORD-PART-2(ORD-NDX)
               MOVE BO-NET-AMOUNT    TO WS-ORD-AMOUNT(ORD-NDX)
               MOVE BO-CURRENCY-CODE TO WS-ORD-CURRENCY(ORD-NDX)
               MOVE BO-VALUE-DATE    TO WS-ORD-DATE(ORD-NDX)
               MOVE BO-CHEQUE-NO     TO WS-ORD-CHEQUE-NO(ORD-NDX)
               SET ORD-UNACKED(ORD-NDX) TO TRUE
               MOVE SPACES           TO WS-ORD-REASON(ORD-NDX)
           END-IF.
      * The header must echo the BANKORD header - value date and
      * created timestamp both - or the file answers some other
      * transmission and last night's is still unacknowledged.
       P0A-LOAD-ACK.
           OPEN INPUT BANK-ACK.
           IF  FS-SUCCESS
               PERFORM P0A-READ-ACK
               PERFORM UNTIL ACK-EOF
                   EVALUATE TRUE
                       WHEN AK-HEADER-REC
                           PERFORM P0A-CHECK-ACK-HEADER
                       WHEN AK-DETAIL-REC AND ACK-RECEIVED
                           PERFORM P0A-APPLY-ONE-ACK
                   END-EVALUATE
                   PERFORM P0A-READ-ACK
               END-PERFORM
               CLOSE BANK-ACK
           END-IF.
       P0A-READ-ACK.
           READ BANK-ACK
               AT END
                   SET ACK-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACK-READ
           END-READ.
       P0A-CHECK-ACK-HEADER.
           MOVE BANK-ACK-RECORD TO BANK-ACK-HEADER
           IF  AH-VALUE-DATE = WS-SENT-VALUE-DATE
               AND AH-CREATED-TS = WS-SENT-TS
               SET ACK-RECEIVED TO TRUE
               IF  AH-FILE-REJECTED
                   SET FILE-REJECTED TO TRUE
                   MOVE AH-REJECT-REASON TO WS-FILE-REASON
               END-IF
           ELSE
               SET ACK-FOR-OTHER-FILE TO TRUE
               DISPLAY "BANKACK ACK IS FOR BANKORD OF " AH-CREATED-TS
                   " NOT " WS-SENT-TS
           END-IF.
       P0A-APPLY-ONE-ACK.
           SET ORD-NDX TO 1
           SEARCH WS-ORDER-ENTRY
               AT END
                   PERFORM P0A-REPORT-ACK-NOT-SENT
               WHEN ORD-NDX > WS-ORDER-COUNT
                   PERFORM P0A-REPORT-ACK-NOT-SENT
               WHEN WS-ORD-VENDOR(ORD-NDX) = AK-SOME-PART-1
                AND WS-ORD-CURRENCY(ORD-NDX) = AK-CURRENCY-CODE
                AND WS-ORD-AMOUNT(ORD-NDX) = AK-NET-AMOUNT
                AND WS-ORD-DATE(ORD-NDX) = AK-VALUE-DATE
                AND WS-ORD-CHEQUE-NO(ORD-NDX) = AK-CHEQUE-NO
                AND ORD-UNACKED(ORD-NDX)
                   IF  AK-ORDER-REJECTED
                       SET ORD-REJECTED(ORD-NDX) TO TRUE
                       MOVE AK-REJECT-REASON
                           TO WS-ORD-REASON(ORD-NDX)
                   ELSE
                       SET ORD-ACCEPTED(ORD-NDX) TO TRUE
                   END-IF
           END-SEARCH.
       P0A-REPORT-ACK-NOT-SENT.
           MOVE AK-SOME-PART-1   TO DL-VENDOR
           MOVE AK-CURRENCY-CODE TO DL-CURRENCY
           MOVE AK-VALUE-DATE    TO DL-VALUE-DATE
           MOVE AK-CHEQUE-NO     TO DL-CHEQUE-NO
           MOVE AK-NET-AMOUNT    TO DL-AMOUNT
           MOVE SPACES           TO DL-INVOICE
           MOVE "ACK FOR AN ORDER NOT SENT" TO DL-NOTE
           PERFORM P0A-WRITE-EXCEPTION-LINE.
      * An order under an accepted file that the bank did not quote
      * back individually stands accepted with the file.
       P0A-SETTLE-ORDERS.
           IF  FILE-REJECTED
               MOVE SPACES TO OA-MESSAGE
               STRING "BANKORD FILE REJECTED - " WS-FILE-REASON
                   DELIMITED BY SIZE INTO OA-MESSAGE
               PERFORM P0A-RAISE-ALERT
           END-IF
           PERFORM VARYING ORD-NDX FROM 1 BY 1
                   UNTIL ORD-NDX > WS-ORDER-COUNT
               IF  FILE-REJECTED
                   SET ORD-REJECTED(ORD-NDX) TO TRUE
                   MOVE WS-FILE-REASON TO WS-ORD-REASON(ORD-NDX)
               END-IF
               EVALUATE TRUE
                   WHEN ORD-REJECTED(ORD-NDX)
                       PERFORM P0A-REJECT-ONE-ORDER
                   WHEN ORD-ACCEPTED(ORD-NDX)
                       ADD 1 TO WS-ORDERS-ACCEPTED
                   WHEN OTHER
                       ADD 1 TO WS-ORDERS-UNACKED
               END-EVALUATE
           END-PERFORM.
       P0A-ALERT-NO-ACK.
           MOVE SPACES TO OA-MESSAGE
           STRING "NO BANK ACK FOR BANKORD OF " WS-SENT-TS
               DELIMITED BY SIZE INTO OA-MESSAGE
           PERFORM P0A-RAISE-ALERT.
       P0A-RAISE-ALERT.
           MOVE "BANKACK " TO OA-PROGRAM-ID
           MOVE 1          TO OA-SEVERITY
           CALL "OPALERT" USING OPALERT-PARMS
           DISPLAY "BANKACK " OA-MESSAGE.
      * A cheque the bank never printed is voided on the register
      * by CHQVOID, which also tells the bank on the void file.
       P0A-REJECT-ONE-ORDER.
           ADD 1 TO WS-ORDERS-REJECTED
           ADD WS-ORD-AMOUNT(ORD-NDX) TO WS-REJECTED-TOTAL
           MOVE WS-ORD-VENDOR(ORD-NDX)    TO DL-VENDOR
           MOVE WS-ORD-CURRENCY(ORD-NDX)  TO DL-CURRENCY
           MOVE WS-ORD-DATE(ORD-NDX)      TO DL-VALUE-DATE
           MOVE WS-ORD-CHEQUE-NO(ORD-NDX) TO DL-CHEQUE-NO
           MOVE WS-ORD-AMOUNT(ORD-NDX)    TO DL-AMOUNT
           MOVE SPACES                    TO DL-INVOICE
           MOVE WS-ORD-REASON(ORD-NDX)    TO DL-NOTE
           MOVE WS-DETAIL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           DISPLAY "BANKACK ORDER REJECTED - VENDOR="
               WS-ORD-VENDOR(ORD-NDX) " " WS-ORD-REASON(ORD-NDX)
           IF  WS-ORD-CHEQUE-NO(ORD-NDX) > ZERO
               MOVE SPACES TO ACK-VOID-CARD
               MOVE WS-ORD-CHEQUE-NO(ORD-NDX) TO AV-CHEQUE-NO
               MOVE "REJECTED BY BANK" TO AV-REASON
               WRITE ACK-VOID-CARD
               ADD 1 TO WS-CHEQUES-VOIDED
           END-IF.
      * The linkage history holds one record per invoice under its
      * consolidated order's vendor, currency and value date - the
      * same three legs PAYRET resolves a bounce through.
       P0A-COLLECT-REJECTED-INVOICES.
           OPEN INPUT LINKAGE-HISTORY.
           IF  FS-SUCCESS
               PERFORM P0A-READ-LINKAGE
               PERFORM UNTIL LINKHIST-EOF
                   PERFORM P0A-CHECK-ONE-LINK
                   PERFORM P0A-READ-LINKAGE
               END-PERFORM
               CLOSE LINKAGE-HISTORY
           END-IF.
       P0A-READ-LINKAGE.
           READ LINKAGE-HISTORY
               AT END
                   SET LINKHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINKS-READ
           END-READ.
       P0A-CHECK-ONE-LINK.
           SET ORD-NDX TO 1
           SEARCH WS-ORDER-ENTRY
               AT END
                   CONTINUE
               WHEN ORD-NDX > WS-ORDER-COUNT
                   CONTINUE
               WHEN WS-ORD-VENDOR(ORD-NDX) = PL-SOME-PART-1
                AND WS-ORD-CURRENCY(ORD-NDX) = PL-CURRENCY-CODE
                AND WS-ORD-DATE(ORD-NDX) = PL-VALUE-DATE
                AND ORD-REJECTED(ORD-NDX)
                   PERFORM P0A-STORE-ONE-INVOICE
           END-SEARCH.
       P0A-STORE-ONE-INVOICE.
           ADD 1 TO WS-INVOICES-FOUND
           IF  WS-INVOICE-COUNT < 5000
               ADD 1 TO WS-INVOICE-COUNT
               SET INV-NDX TO WS-INVOICE-COUNT
               MOVE PL-SOME-PART-1   TO WS-INV-VENDOR(INV-NDX)
               MOVE PL-INVOICE-NO    TO WS-INV-NO(INV-NDX)
               MOVE PL-NET-PAYABLE   TO WS-INV-NET(INV-NDX)
               MOVE PL-CURRENCY-CODE TO WS-INV-CURRENCY(INV-NDX)
               MOVE PL-VALUE-DATE    TO WS-INV-DATE(INV-NDX)
               MOVE "N"              TO WS-INV-USED-SW(INV-NDX)
           END-IF.
      * The history is always written forward in full - the step
      * that follows copies PAYHIST.NEW back over PAYHIST whatever
      * the bank said.
       P0A-REWRITE-PAYMENT-HISTORY.
           OPEN OUTPUT PAYMENT-HISTORY-NEW.
           OPEN INPUT PAYMENT-HISTORY.
           IF  FS-SUCCESS
               PERFORM P0A-READ-HISTORY
               PERFORM UNTIL PAYHIST-EOF
                   PERFORM P0A-CHECK-ONE-PAYMENT
                   PERFORM P0A-READ-HISTORY
               END-PERFORM
               CLOSE PAYMENT-HISTORY
           END-IF.
           CLOSE PAYMENT-HISTORY-NEW.
           IF  SCHEDPAY-OPEN
               CLOSE SCHEDULED-PAYMENTS
           END-IF.
       P0A-READ-HISTORY.
           READ PAYMENT-HISTORY
               AT END
                   SET PAYHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
           END-READ.
       P0A-CHECK-ONE-PAYMENT.
           SET INV-NDX TO 1
           SEARCH WS-INVOICE-ENTRY
               AT END
                   PERFORM P0A-KEEP-ONE-PAYMENT
               WHEN INV-NDX > WS-INVOICE-COUNT
                   PERFORM P0A-KEEP-ONE-PAYMENT
               WHEN WS-INV-VENDOR(INV-NDX) = PX-SOME-PART-1
                AND WS-INV-NO(INV-NDX) = PX-INVOICE-NO
                AND WS-INV-NET(INV-NDX) = PX-NET-PAYABLE
                AND NOT INV-USED(INV-NDX)
                   SET INV-USED(INV-NDX) TO TRUE
                   PERFORM P0A-REINSTATE-ONE-PAYMENT
           END-SEARCH.
       P0A-KEEP-ONE-PAYMENT.
           MOVE PAYMENT-EXTRACT-RECORD TO PAYMENT-HISTORY-NEW-REC
           WRITE PAYMENT-HISTORY-NEW-REC.
      * Due today, so PAYSCHED lets it straight back out onto the
      * payment extract in this run.
       P0A-REINSTATE-ONE-PAYMENT.
           IF  NOT SCHEDPAY-OPEN
               OPEN EXTEND SCHEDULED-PAYMENTS
               IF  NOT FS-SUCCESS
                   OPEN OUTPUT SCHEDULED-PAYMENTS
               END-IF
               SET SCHEDPAY-OPEN TO TRUE
           END-IF
           MOVE PAYMENT-EXTRACT-RECORD TO SP-EXTRACT
           MOVE BZ-BUSINESS-DATE       TO SP-PAY-DATE
           MOVE BZ-BUSINESS-DATE       TO SP-PARKED-DATE
           WRITE SCHEDULED-PAYMENT-RECORD
           ADD 1 TO WS-INVOICES-REINSTATED
           ADD PX-NET-PAYABLE TO WS-REINSTATED-TOTAL
           MOVE PX-SOME-PART-1          TO DL-VENDOR
           MOVE PX-CURRENCY-CODE        TO DL-CURRENCY
           MOVE WS-INV-DATE(INV-NDX)    TO DL-VALUE-DATE
           MOVE ZERO                    TO DL-CHEQUE-NO
           MOVE PX-NET-PAYABLE          TO DL-AMOUNT
           MOVE PX-INVOICE-NO           TO DL-INVOICE
           MOVE "REINSTATED FOR PAYMENT" TO DL-NOTE
           MOVE WS-DETAIL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.
       P0A-REPORT-NOT-ON-HISTORY.
           MOVE WS-INV-VENDOR(INV-NDX)   TO DL-VENDOR
           MOVE WS-INV-CURRENCY(INV-NDX) TO DL-CURRENCY
           MOVE WS-INV-DATE(INV-NDX)     TO DL-VALUE-DATE
           MOVE ZERO                     TO DL-CHEQUE-NO
           MOVE WS-INV-NET(INV-NDX)      TO DL-AMOUNT
           MOVE WS-INV-NO(INV-NDX)       TO DL-INVOICE
           MOVE "REJECTED - NOT ON PAYHIST" TO DL-NOTE
           PERFORM P0A-WRITE-EXCEPTION-LINE.
       P0A-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTIONS
           MOVE WS-DETAIL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           DISPLAY "BANKACK " DL-NOTE " VENDOR=" DL-VENDOR
               " INVOICE=" DL-INVOICE.
       P0A-WRITE-TOTALS.
           MOVE "ORDERS ACCEPTED         " TO TL-LABEL
           MOVE WS-ORDERS-ACCEPTED  TO TL-COUNT
           MOVE ZERO                TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           MOVE "ORDERS NOT QUOTED BACK  " TO TL-LABEL
           MOVE WS-ORDERS-UNACKED   TO TL-COUNT
           MOVE ZERO                TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           MOVE "ORDERS REJECTED         " TO TL-LABEL
           MOVE WS-ORDERS-REJECTED  TO TL-COUNT
           MOVE WS-REJECTED-TOTAL   TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           MOVE "INVOICES REINSTATED     " TO TL-LABEL
           MOVE WS-INVOICES-REINSTATED TO TL-COUNT
           MOVE WS-REINSTATED-TOTAL TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           MOVE "ACK EXCEPTIONS          " TO TL-LABEL
           MOVE WS-EXCEPTIONS       TO TL-COUNT
           MOVE ZERO                TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.
       P0A-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT CONTROL-TOTALS
           END-IF.
           MOVE "BANKACK "           TO CT-PROGRAM-ID.
           MOVE WS-TIMESTAMP         TO CT-TIMESTAMP.
           MOVE WS-ACK-READ          TO CT-RECORDS-READ.
           MOVE WS-EXCEPTIONS        TO CT-EXCEPTIONS-LOGGED.
           MOVE WS-INVOICES-REINSTATED TO CT-RESOLVED-LOGGED.
           MOVE WS-REJECTED-TOTAL    TO CT-AMOUNT-TOTAL.
           MOVE ZERO                 TO CT-SEQUENCE-ERRORS.
           CALL "RUNID" USING RUNID-PARMS
           MOVE RI-RUN-ID TO CT-RUN-ID
           WRITE CONTROL-TOTALS-RECORD.
           CLOSE CONTROL-TOTALS.
