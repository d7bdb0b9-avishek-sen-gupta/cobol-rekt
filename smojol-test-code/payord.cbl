      * the inbound side. Nothing is re-keyed at the bank terminal
      * any more; a payment fully covered by vendor credit (net of
      * zero) raises no order and is only counted.
      * Every cheque-method order takes the next number from the
      * controlled range on the CHQNUM cheque-number card (last
      * number used, first and last number of the cheque stock
      * loaded) and is reported to the bank on
      * the POSPAY positive-pay issue file (pospay.cpy) with the
      * payee's remit-to name from VENDPAY, the amount and the
      * issue date, so a forged or altered cheque is returned
      * unpaid. Each cheque is also appended to the CHQREG cheque
      * register, which CHQVOID checks cancellations against.
      * Orders are routed to a house bank by company and currency
      * on the BANKRTE routing table (bankrte.cpy): the bank that
      * takes the fixed layout gets its transmission on BANKORD as
      * before, and the bank that takes ISO 20022 gets its own
      * pain.001 XML message on PAINORD, with the group header's
      * transaction count and control sum as its totals. A company
      * and currency with no route stays on the fixed-layout bank.
      * Each bank's order count and amount go to CTLTOT under "PB"
      * and the bank code, so HANDOFF can prove the banks' files
      * add back to the orders built.
      * Each order's value date is tonight's business date rolled
      * forward, through DATECALC, to a business day on the holiday
      * calendar of the payment currency - a euro order never asks
      * for a TARGET holiday nor a sterling one for a UK bank
      * holiday. A currency with no calendar on BANKHOL takes the
      * domestic one. The batch header, the cheque issue date and
      * positive pay keep the business date itself.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BANK-ORDER-OUT ASSIGN TO "BANKORD"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BANK-ROUTE ASSIGN TO "BANKRTE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAIN-ORDER-OUT ASSIGN TO "PAINORD"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CHEQUE-NUMBER ASSIGN TO "CHQNUM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT POSITIVE-PAY-OUT ASSIGN TO "POSPAY"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           COPY "vendpay.cpy".
       FD  BANK-ORDER-OUT.
           COPY "bankord.cpy".
       FD  BANK-ROUTE.
           COPY "bankrte.cpy".
       FD  PAIN-ORDER-OUT.
       01  PAIN-LINE             PIC X(200).
       FD  CHEQUE-NUMBER.
       01  CHEQUE-NUMBER-RECORD.
           05  CK-LAST-CHEQUE-NO  PIC 9(10).
           05  CK-RANGE-FIRST     PIC 9(10).
           05  CK-RANGE-LAST      PIC 9(10).
           05  FILLER             PIC X(50).
       FD  POSITIVE-PAY-OUT.
           COPY "pospay.cpy".
       FD  CHEQUE-REGISTER.
           COPY "chqreg.cpy".
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       FD  SUITE-CKPT.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
           COPY "bizdtpm.cpy".
           COPY "datecpm.cpy".
           COPY "timelgpm.cpy".
           COPY "tstamp.cpy".
       01  WS-SUITE-CKPT-EOF-SW    PIC X VALUE "N".
       01  WS-ZERO-NET-SKIPPED     PIC 9(07) VALUE ZERO.
       01  WS-ORDER-AMOUNT-HASH    PIC 9(13)V99 VALUE ZERO.
       01  WS-VALUE-DATE           PIC 9(08) VALUE ZERO.
       01  WS-ORDER-VALUE-DATE     PIC 9(08) VALUE ZERO.
       01  WS-LAST-CHEQUE-NO       PIC 9(10) VALUE ZERO.
       01  WS-RANGE-FIRST          PIC 9(10) VALUE ZERO.
       01  WS-RANGE-LAST           PIC 9(10) VALUE ZERO.
       01  WS-CHEQUES-NEEDED       PIC 9(07) VALUE ZERO.
       01  WS-RANGE-LEFT           PIC 9(10) VALUE ZERO.
       01  WS-CHEQUES-ISSUED       PIC 9(07) VALUE ZERO.
       01  WS-CHEQUE-AMOUNT-HASH   PIC 9(13)V99 VALUE ZERO.
       01  WS-CHEQUE-NO-HASH       PIC 9(15) VALUE ZERO.
       01  WS-NO-PAYEE-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-PAYEE-NAME           PIC X(30) VALUE SPACES.
       01  WS-VENDPAY-EOF-SW       PIC X VALUE "N".
            88 VENDPAY-EOF         VALUE "Y".
       01  WS-VENDPAY-COUNT        PIC 9(04) COMP VALUE 0.
                   INDEXED BY VPAY-NDX.
               10  WS-VPAY-VENDOR   PIC X(04).
               10  WS-VPAY-METHOD   PIC X(03).
               10  WS-VPAY-NAME     PIC X(30).
               10  WS-VPAY-ROUTING  PIC X(09).
               10  WS-VPAY-ACCOUNT  PIC X(12).
       01  WS-PAYEE-ROUTING        PIC X(09) VALUE SPACES.
       01  WS-PAYEE-ACCOUNT        PIC X(12) VALUE SPACES.
       01  WS-ROUTE-EOF-SW         PIC X VALUE "N".
            88 ROUTE-EOF           VALUE "Y".
       01  WS-ROUTE-CONFLICT-SW    PIC X VALUE "N".
            88 ROUTE-CONFLICT      VALUE "Y".
       01  WS-ROUTE-FORMAT-SW      PIC X VALUE "F".
            88 ROUTE-FIXED         VALUE "F".
            88 ROUTE-PAIN          VALUE "P".
       01  WS-ROUTE-BIC            PIC X(11) VALUE SPACES.
       01  WS-ROUTE-ACCOUNT        PIC X(34) VALUE SPACES.
       01  WS-ROUTE-DEBTOR         PIC X(19) VALUE SPACES.
       01  WS-FIXED-BANK           PIC X(06) VALUE "HOUSE".
       01  WS-PAIN-BANK            PIC X(06) VALUE SPACES.
       01  WS-FIXED-ORDERS         PIC 9(07) VALUE ZERO.
       01  WS-FIXED-AMOUNT-HASH    PIC 9(13)V99 VALUE ZERO.
       01  WS-PAIN-EXPECTED        PIC 9(07) VALUE ZERO.
       01  WS-PAIN-EXPECTED-SUM    PIC 9(13)V99 VALUE ZERO.
       01  WS-PAIN-ORDERS          PIC 9(07) VALUE ZERO.
       01  WS-PAIN-AMOUNT-HASH     PIC 9(13)V99 VALUE ZERO.
       01  WS-ROUTE-COUNT          PIC 9(04) COMP VALUE 0.
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-ENTRY OCCURS 200 TIMES
                   INDEXED BY RTE-NDX.
               10  WS-RTE-COMPANY   PIC X(02).
               10  WS-RTE-CURRENCY  PIC X(04).
               10  WS-RTE-BANK      PIC X(06).
               10  WS-RTE-FORMAT    PIC X(04).
               10  WS-RTE-BIC       PIC X(11).
               10  WS-RTE-ACCOUNT   PIC X(34).
               10  WS-RTE-DEBTOR    PIC X(19).
      * pain.001 edit fields - XML wants amounts, counts and dates
      * without leading blanks or zeros, and ISO date punctuation.
       01  WS-XML-AMOUNT-IN        PIC 9(13)V99 VALUE ZERO.
       01  WS-XML-AMOUNT-EDIT      PIC Z(12)9.99.
       01  WS-XML-AMOUNT           PIC X(16) VALUE SPACES.
       01  WS-XML-COUNT-IN         PIC 9(07) VALUE ZERO.
       01  WS-XML-COUNT-EDIT       PIC Z(06)9.
       01  WS-XML-COUNT            PIC X(07) VALUE SPACES.
       01  WS-XML-LEAD             PIC 9(02) COMP VALUE 0.
       01  WS-XML-DATE             PIC X(10) VALUE SPACES.
       01  WS-XML-DATETIME         PIC X(19) VALUE SPACES.
       01  WS-XML-NAME             PIC X(30) VALUE SPACES.
       01  WS-XML-MSG-ID           PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE BZ-BUSINESS-DATE TO WS-VALUE-DATE.
           MOVE BZ-TIMESTAMP     TO WS-TIMESTAMP.
           PERFORM P0A-LOAD-VENDOR-PAYMENT.
           PERFORM P0A-LOAD-BANK-ROUTES.
      * Two banks on one format would have to share one file - the
      * routing table is put right before anything is sent.
           IF  ROUTE-CONFLICT
               DISPLAY "PAYORD ABORT - BANKRTE ROUTES TWO BANKS TO ONE"
                   " FORMAT - NOTHING WRITTEN"
               MOVE 12 TO RETURN-CODE
               MOVE "PAYORD" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           PERFORM P0A-READ-CHEQUE-NUMBER.
           PERFORM P0A-COUNT-ORDERS-AHEAD.
      * Running out of cheque stock part way would leave a bank file
      * with unnumbered cheques - stop before anything is written.
           IF  WS-CHEQUES-NEEDED > WS-RANGE-LEFT
               DISPLAY "PAYORD ABORT - CHEQUE RANGE EXHAUSTED - NEEDED="
                   WS-CHEQUES-NEEDED " LEFT=" WS-RANGE-LEFT
                   " - LOAD A NEW RANGE ON CHQNUM AND RERUN"
               MOVE 12 TO RETURN-CODE
               MOVE "PAYORD" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           OPEN OUTPUT BANK-ORDER-OUT.
           PERFORM P0A-WRITE-BATCH-HEADER.
           OPEN OUTPUT PAIN-ORDER-OUT.
           IF  WS-PAIN-EXPECTED > ZERO
               PERFORM P0A-WRITE-PAIN-HEADER
           END-IF.
           OPEN OUTPUT POSITIVE-PAY-OUT.
           PERFORM P0A-WRITE-POSPAY-HEADER.
           OPEN EXTEND CHEQUE-REGISTER.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT CHEQUE-REGISTER
           END-IF.
           OPEN INPUT PAYMENT-EXTRACT.
           IF  FS-SUCCESS
               PERFORM P0A-READ-PAYMENT-EXTRACT
           END-IF.
           PERFORM P0A-WRITE-BATCH-TRAILER.
           CLOSE BANK-ORDER-OUT.
           IF  WS-PAIN-EXPECTED > ZERO
               PERFORM P0A-WRITE-PAIN-TRAILER
           END-IF.
           CLOSE PAIN-ORDER-OUT.
           PERFORM P0A-WRITE-POSPAY-TRAILER.
           CLOSE POSITIVE-PAY-OUT.
           CLOSE CHEQUE-REGISTER.
           PERFORM P0A-WRITE-CHEQUE-NUMBER.
           PERFORM P0A-WRITE-CONTROL-TOTALS.
           PERFORM P0A-WRITE-SUITE-CKPT.
           DISPLAY "PAYORD PAYMENTS=" WS-PAYMENTS-READ
               " ORDERS=" WS-ORDERS-WRITTEN
               " ZERO-NET SKIPPED=" WS-ZERO-NET-SKIPPED.
           DISPLAY "PAYORD ORDER AMOUNT HASH=" WS-ORDER-AMOUNT-HASH.
           DISPLAY "PAYORD BANK " WS-FIXED-BANK
               " ORDERS=" WS-FIXED-ORDERS
               " HASH=" WS-FIXED-AMOUNT-HASH.
           IF  WS-PAIN-BANK NOT = SPACES
               DISPLAY "PAYORD BANK " WS-PAIN-BANK
                   " PAIN.001 ORDERS=" WS-PAIN-ORDERS
                   " CTRLSUM=" WS-PAIN-AMOUNT-HASH
           END-IF.
           DISPLAY "PAYORD CHEQUES=" WS-CHEQUES-ISSUED
               " FOR " WS-CHEQUE-AMOUNT-HASH
               " LAST CHEQUE NO=" WS-LAST-CHEQUE-NO
               " NO PAYEE NAME=" WS-NO-PAYEE-COUNT.
           MOVE "PAYORD" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
               MOVE PX-NET-PAYABLE   TO BO-NET-AMOUNT
               MOVE PX-CURRENCY-CODE TO BO-CURRENCY-CODE
               PERFORM P0A-RESOLVE-PAY-METHOD
               PERFORM P0A-SET-ORDER-VALUE-DATE
               MOVE WS-ORDER-VALUE-DATE TO BO-VALUE-DATE
               MOVE PX-COMPANY-CODE  TO BO-COMPANY-CODE
               MOVE ZERO             TO BO-CHEQUE-NO
               IF  BO-METHOD-CHEQUE
                   PERFORM P0A-ISSUE-CHEQUE
               END-IF
               PERFORM P0A-RESOLVE-BANK-ROUTE
               IF  ROUTE-PAIN
                   PERFORM P0A-WRITE-PAIN-ORDER
                   ADD 1 TO WS-PAIN-ORDERS
                   ADD PX-NET-PAYABLE TO WS-PAIN-AMOUNT-HASH
               ELSE
                   WRITE BANK-ORDER-RECORD
                   ADD 1 TO WS-FIXED-ORDERS
                   ADD PX-NET-PAYABLE TO WS-FIXED-AMOUNT-HASH
               END-IF
               ADD 1 TO WS-ORDERS-WRITTEN
               ADD PX-NET-PAYABLE TO WS-ORDER-AMOUNT-HASH
           END-IF.
      * as a cheque to the remit-to address.
       P0A-RESOLVE-PAY-METHOD.
           SET BO-METHOD-CHEQUE TO TRUE
           MOVE SPACES TO WS-PAYEE-NAME
           MOVE SPACES TO WS-PAYEE-ROUTING
           MOVE SPACES TO WS-PAYEE-ACCOUNT
           IF  WS-VENDPAY-COUNT > ZERO
               SET VPAY-NDX TO 1
               SEARCH WS-VENDPAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VPAY-VENDOR(VPAY-NDX) = PX-SOME-PART-1
                       MOVE WS-VPAY-NAME(VPAY-NDX) TO WS-PAYEE-NAME
                       MOVE WS-VPAY-ROUTING(VPAY-NDX)
                           TO WS-PAYEE-ROUTING
                       MOVE WS-VPAY-ACCOUNT(VPAY-NDX)
                           TO WS-PAYEE-ACCOUNT
                       IF  WS-VPAY-METHOD(VPAY-NDX) = "EFT"
                           SET BO-METHOD-EFT TO TRUE
                       END-IF
                       SET VPAY-NDX TO WS-VENDPAY-COUNT
                       MOVE VP-VENDOR-ID
                           TO WS-VPAY-VENDOR(VPAY-NDX)
                       MOVE VP-REMIT-NAME
                           TO WS-VPAY-NAME(VPAY-NDX)
                       MOVE VP-BANK-ROUTING
                           TO WS-VPAY-ROUTING(VPAY-NDX)
                       MOVE VP-BANK-ACCOUNT
                           TO WS-VPAY-ACCOUNT(VPAY-NDX)
                       IF  VP-METHOD-EFT AND VP-PRENOTE-CLEARED
                           MOVE "EFT"
                               TO WS-VPAY-METHOD(VPAY-NDX)
               AT END
                   SET VENDPAY-EOF TO TRUE
           END-READ.
       P0A-LOAD-BANK-ROUTES.
           OPEN INPUT BANK-ROUTE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-BANK-ROUTE
               PERFORM UNTIL ROUTE-EOF
                   IF  WS-ROUTE-COUNT < 200
                       PERFORM P0A-STORE-ONE-ROUTE
                   END-IF
                   PERFORM P0A-READ-BANK-ROUTE
               END-PERFORM
               CLOSE BANK-ROUTE
           END-IF.
       P0A-READ-BANK-ROUTE.
           READ BANK-ROUTE
               AT END
                   SET ROUTE-EOF TO TRUE
           END-READ.
      * The first bank named for a format owns that format's file;
      * a second bank on the same format is a conflict.
       P0A-STORE-ONE-ROUTE.
           ADD 1 TO WS-ROUTE-COUNT
           SET RTE-NDX TO WS-ROUTE-COUNT
           MOVE RT-COMPANY-CODE  TO WS-RTE-COMPANY(RTE-NDX)
           MOVE RT-CURRENCY-CODE TO WS-RTE-CURRENCY(RTE-NDX)
           MOVE RT-BANK-CODE     TO WS-RTE-BANK(RTE-NDX)
           MOVE RT-FORMAT        TO WS-RTE-FORMAT(RTE-NDX)
           MOVE RT-BANK-BIC      TO WS-RTE-BIC(RTE-NDX)
           MOVE RT-ACCOUNT       TO WS-RTE-ACCOUNT(RTE-NDX)
           MOVE RT-DEBTOR-NAME   TO WS-RTE-DEBTOR(RTE-NDX)
           EVALUATE TRUE
               WHEN RT-FORMAT-PAIN
                   IF  WS-PAIN-BANK = SPACES
                       MOVE RT-BANK-CODE TO WS-PAIN-BANK
                   ELSE
                       IF  RT-BANK-CODE NOT = WS-PAIN-BANK
                           SET ROUTE-CONFLICT TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   IF  WS-FIXED-BANK = "HOUSE"
                       MOVE RT-BANK-CODE TO WS-FIXED-BANK
                   ELSE
                       IF  RT-BANK-CODE NOT = WS-FIXED-BANK
                           SET ROUTE-CONFLICT TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.
      * The company's own route for the currency wins over an
      * all-companies route; no route at all is the fixed bank.
       P0A-RESOLVE-BANK-ROUTE.
           SET ROUTE-FIXED TO TRUE
           MOVE SPACES TO WS-ROUTE-BIC
           MOVE SPACES TO WS-ROUTE-ACCOUNT
           MOVE SPACES TO WS-ROUTE-DEBTOR
           IF  WS-ROUTE-COUNT > ZERO
               SET RTE-NDX TO 1
               SEARCH WS-ROUTE-ENTRY
                   AT END
                       PERFORM P0A-RESOLVE-ALL-COMPANY-ROUTE
                   WHEN RTE-NDX > WS-ROUTE-COUNT
                       PERFORM P0A-RESOLVE-ALL-COMPANY-ROUTE
                   WHEN WS-RTE-COMPANY(RTE-NDX) = PX-COMPANY-CODE
                    AND WS-RTE-CURRENCY(RTE-NDX) = PX-CURRENCY-CODE
                       PERFORM P0A-TAKE-ROUTE
               END-SEARCH
           END-IF.
       P0A-RESOLVE-ALL-COMPANY-ROUTE.
           SET RTE-NDX TO 1
           SEARCH WS-ROUTE-ENTRY
               AT END
                   CONTINUE
               WHEN RTE-NDX > WS-ROUTE-COUNT
                   CONTINUE
               WHEN WS-RTE-COMPANY(RTE-NDX) = "**"
                AND WS-RTE-CURRENCY(RTE-NDX) = PX-CURRENCY-CODE
                   PERFORM P0A-TAKE-ROUTE
           END-SEARCH.
       P0A-TAKE-ROUTE.
           IF  WS-RTE-FORMAT(RTE-NDX) = "P001"
               SET ROUTE-PAIN TO TRUE
           END-IF
           MOVE WS-RTE-BIC(RTE-NDX)     TO WS-ROUTE-BIC
           MOVE WS-RTE-ACCOUNT(RTE-NDX) TO WS-ROUTE-ACCOUNT
           MOVE WS-RTE-DEBTOR(RTE-NDX)  TO WS-ROUTE-DEBTOR.
      * pain.001.001.03 customer credit transfer initiation. The
      * group header carries the transaction count and control sum
      * the first pass worked out - the XML equivalent of the
      * BANKORD trailer.
       P0A-WRITE-PAIN-HEADER.
           MOVE SPACES TO WS-XML-MSG-ID
           STRING "PAYORD" WS-TIMESTAMP DELIMITED BY SIZE
               INTO WS-XML-MSG-ID
           MOVE SPACES TO WS-XML-DATETIME
           STRING WS-TIMESTAMP(1:4) "-" WS-TIMESTAMP(5:2) "-"
                  WS-TIMESTAMP(7:2) "T" WS-TIMESTAMP(9:2) ":"
                  WS-TIMESTAMP(11:2) ":" WS-TIMESTAMP(13:2)
               DELIMITED BY SIZE INTO WS-XML-DATETIME
           MOVE WS-PAIN-EXPECTED     TO WS-XML-COUNT-IN
           PERFORM P0A-EDIT-XML-COUNT
           MOVE WS-PAIN-EXPECTED-SUM TO WS-XML-AMOUNT-IN
           PERFORM P0A-EDIT-XML-AMOUNT
           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
               TO PAIN-LINE
           WRITE PAIN-LINE
           MOVE SPACES TO PAIN-LINE
           STRING "<Document xmlns=""urn:iso:std:iso:20022:tech:"
                  "xsd:pain.001.001.03"">"
               DELIMITED BY SIZE INTO PAIN-LINE
           WRITE PAIN-LINE
           MOVE "<CstmrCdtTrfInitn>" TO PAIN-LINE
           WRITE PAIN-LINE
           MOVE "<GrpHdr>" TO PAIN-LINE
           WRITE PAIN-LINE
           MOVE SPACES TO PAIN-LINE
           STRING "<MsgId>" WS-XML-MSG-ID "</MsgId>"
               DELIMITED BY SIZE INTO PAIN-LINE
           WRITE PAIN-LINE
           MOVE SPACES TO PAIN-LINE
           STRING "<CreDtTm>" WS-XML-DATETIME "</CreDtTm>"
               DELIMITED BY SIZE INTO PAIN-LINE
           WRITE PAIN-LINE
           MOVE SPACES TO PAIN-LINE
           STRING "<NbOfTxs>" WS-XML-COUNT DELIMITED BY SPACE
                  "</NbOfTxs>" DELIMITED BY SIZE INTO PAIN-LINE
           WRITE PAIN-LINE
           MOVE SPACES TO PAIN-LINE
           STRING "<CtrlSum>" WS-XML-AMOUNT DELIMITED BY SPACE
                  "</CtrlSum>" DELIMITED BY SIZE INTO PAIN-LINE
           WRITE PAIN-LINE
           MOVE SPACES TO PAIN-LINE
           STRING "<InitgPty><Nm>PAYORD " WS-PAIN-BANK
                  "</Nm></InitgPty>"
               DELIMITED BY SIZE INTO PAIN-LINE
           WRITE PAIN-LINE
           MOVE "</GrpHdr>" TO PAIN-LINE
           WRITE PAIN-LINE.
      * One payment-information block per order, so each carries
      * its own debit account and execution date. A cheque order
      * goes as method CHK with the number PAYORD gave it.
       P0A-WRITE-PAIN-ORDER.
           MOVE SPACES TO WS-XML-DATE
           STRING WS-ORDER-VALUE-DATE(1:4) "-"
                  WS-ORDER-VALUE-DATE(5:2) "-"
                  WS-ORDER-VALUE-DATE(7:2)
               DELIMITED BY SIZE INTO WS-XML-DATE
           MOVE PX-NET-PAYABLE TO WS-XML-AMOUNT-IN
           PERFORM P0A-EDIT-XML-AMOUNT
           COMPUTE WS-XML-COUNT-IN = WS-PAIN-ORDERS + 1
           PERFORM P0A-EDIT-XML-COUNT
           MOVE "<PmtInf>" TO PAIN-LINE
           WRITE PAIN-LINE
           MOVE SPACES TO PAIN-LINE
           STRING "<PmtInfId>" WS-XML-MSG-ID DELIMITED BY SPACE
                  "-" WS-XML-COUNT DELIMITED BY SPACE
                  "</PmtInfId>" DELIMITED BY SIZE INTO PAIN-LINE
           WRITE PAIN-LINE
           IF  BO-METHOD-CHEQUE
               MOVE "<PmtMtd>CHK</PmtMtd>" TO PAIN-LINE
           ELSE
               MOVE "<PmtMtd>TRF</PmtMtd>" TO PAIN-LINE
           END-IF
           WRITE PAIN-LINE
           MOVE SPACES TO PAIN-LINE
           STRING "<ReqdExctnDt>" WS-XML-DATE "</ReqdExctnDt>"
               DELIMITED BY SIZE INTO PAIN-LINE
           WRITE PAIN-LINE
           MOVE WS-ROUTE-DEBTOR TO WS-XML-NAME
           PERFORM P0A-CLEAN-XML-NAME
           MOVE SPACES TO PAIN-LINE
           STRING "<Dbtr><Nm>" WS-XML-NAME DELIMITED BY "  "
                  "</Nm></Dbtr>" DELIMITED BY SIZE INTO PAIN-LINE
           WRITE PAIN-LINE
           MOVE SPACES TO PAIN-LINE
           STRING "<DbtrAcct><Id><IBAN>"
                  WS-ROUTE-ACCOUNT DELIMITED BY SPACE
                  "</IBAN></Id></DbtrAcct>"
                  DELIMITED BY SIZE INTO PAIN-LINE
           WRITE PAIN-LINE
           MOVE SPACES TO PAIN-LINE
           STRING "<DbtrAgt><FinInstnId><BIC>"
                  WS-ROUTE-BIC DELIMITED BY SPACE
                  "</BIC></FinInstnId></DbtrAgt>"
                  DELIMITED BY SIZE INTO PAIN-LINE
           WRITE PAIN-LINE
           MOVE "<CdtTrfTxInf>" TO PAIN-LINE
           WRITE PAIN-LINE
           MOVE SPACES TO PAIN-LINE
           STRING "<PmtId><EndToEndId>" PX-SOME-PART-1
                  PX-SOME-PART-2 WS-VALUE-DATE
                  "</EndToEndId></PmtId>"
               DELIMITED BY SIZE INTO PAIN-LINE
           WRITE PAIN-LINE
           MOVE SPACES TO PAIN-LINE
           STRING "<Amt><InstdAmt Ccy=""" PX-CURRENCY-CODE(1:3)
                  """>" WS-XML-AMOUNT DELIMITED BY SPACE
                  "</InstdAmt></Amt>" DELIMITED BY SIZE
               INTO PAIN-LINE
           WRITE PAIN-LINE
           IF  BO-METHOD-CHEQUE
               MOVE SPACES TO PAIN-LINE
               STRING "<ChqInstr><ChqNb>" BO-CHEQUE-NO
                      "</ChqNb></ChqInstr>"
                   DELIMITED BY SIZE INTO PAIN-LINE
               WRITE PAIN-LINE
           ELSE
               MOVE SPACES TO PAIN-LINE
               STRING "<CdtrAgt><FinInstnId><ClrSysMmbId><MmbId>"
                      WS-PAYEE-ROUTING DELIMITED BY SPACE
                      "</MmbId></ClrSysMmbId></FinInstnId></CdtrAgt>"
                      DELIMITED BY SIZE INTO PAIN-LINE
               WRITE PAIN-LINE
           END-IF
           MOVE WS-PAYEE-NAME TO WS-XML-NAME
           PERFORM P0A-CLEAN-XML-NAME
           MOVE SPACES TO PAIN-LINE
           STRING "<Cdtr><Nm>" WS-XML-NAME DELIMITED BY "  "
                  "</Nm></Cdtr>" DELIMITED BY SIZE INTO PAIN-LINE
           WRITE PAIN-LINE
           IF  NOT BO-METHOD-CHEQUE
               MOVE SPACES TO PAIN-LINE
               STRING "<CdtrAcct><Id><Othr><Id>"
                      WS-PAYEE-ACCOUNT DELIMITED BY SPACE
                      "</Id></Othr></Id></CdtrAcct>"
                      DELIMITED BY SIZE INTO PAIN-LINE
               WRITE PAIN-LINE
           END-IF
           MOVE "</CdtTrfTxInf>" TO PAIN-LINE
           WRITE PAIN-LINE
           MOVE "</PmtInf>" TO PAIN-LINE
           WRITE PAIN-LINE.
       P0A-WRITE-PAIN-TRAILER.
           MOVE "</CstmrCdtTrfInitn>" TO PAIN-LINE
           WRITE PAIN-LINE
           MOVE "</Document>" TO PAIN-LINE
           WRITE PAIN-LINE.
       P0A-EDIT-XML-AMOUNT.
           MOVE WS-XML-AMOUNT-IN TO WS-XML-AMOUNT-EDIT
           MOVE ZERO TO WS-XML-LEAD
           INSPECT WS-XML-AMOUNT-EDIT
               TALLYING WS-XML-LEAD FOR LEADING SPACES
           MOVE WS-XML-AMOUNT-EDIT(WS-XML-LEAD + 1:)
               TO WS-XML-AMOUNT.
       P0A-EDIT-XML-COUNT.
           MOVE WS-XML-COUNT-IN TO WS-XML-COUNT-EDIT
           MOVE ZERO TO WS-XML-LEAD
           INSPECT WS-XML-COUNT-EDIT
               TALLYING WS-XML-LEAD FOR LEADING SPACES
           MOVE WS-XML-COUNT-EDIT(WS-XML-LEAD + 1:)
               TO WS-XML-COUNT.
      * The markup characters cannot stand in a name; the bank
      * takes a blank in their place. A blank name is sent as
      * NOT PROVIDED, which the schema accepts.
       P0A-CLEAN-XML-NAME.
           INSPECT WS-XML-NAME REPLACING ALL "&" BY "+"
                                         ALL "<" BY SPACE
                                         ALL ">" BY SPACE
                                         ALL """" BY SPACE
           IF  WS-XML-NAME = SPACES
               MOVE "NOT PROVIDED" TO WS-XML-NAME
           END-IF.
      * A calendar failure leaves the order on the business date,
      * as before calendars were kept per currency.
       P0A-SET-ORDER-VALUE-DATE.
           SET DC-ROLL-FORWARD TO TRUE
           MOVE WS-VALUE-DATE    TO DC-DATE-1
           MOVE PX-CURRENCY-CODE TO DC-CALENDAR
           CALL "DATECALC" USING DATECALC-PARMS
           IF  DC-OK
               MOVE DC-RESULT-DATE TO WS-ORDER-VALUE-DATE
           ELSE
               MOVE WS-VALUE-DATE  TO WS-ORDER-VALUE-DATE
           END-IF.
       P0A-WRITE-BATCH-HEADER.
           MOVE SPACES         TO BANK-ORDER-HEADER
           MOVE "H"            TO BH-RECORD-TYPE
       P0A-WRITE-BATCH-TRAILER.
           MOVE SPACES              TO BANK-ORDER-TRAILER
           MOVE "T"                 TO BT-RECORD-TYPE
           MOVE WS-FIXED-ORDERS     TO BT-ORDER-COUNT
           MOVE WS-FIXED-AMOUNT-HASH TO BT-AMOUNT-HASH
           MOVE BANK-ORDER-TRAILER  TO BANK-ORDER-RECORD
           WRITE BANK-ORDER-RECORD.
      * The bank pays a presented cheque only against an issue
      * record with the same number, amount and payee. A vendor with
      * no payment-details record still gets its cheque, but with
      * no payee on file the bank cannot match the name - it is
      * flagged for AP to add the details.
       P0A-ISSUE-CHEQUE.
           ADD 1 TO WS-LAST-CHEQUE-NO
           MOVE WS-LAST-CHEQUE-NO TO BO-CHEQUE-NO
           IF  WS-PAYEE-NAME = SPACES
               ADD 1 TO WS-NO-PAYEE-COUNT
               DISPLAY "PAYORD NO PAYEE NAME ON VENDPAY - VENDOR="
                   PX-SOME-PART-1 " CHEQUE=" WS-LAST-CHEQUE-NO
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES            TO POSITIVE-PAY-RECORD
           SET PS-ISSUE-REC       TO TRUE
           MOVE PX-COMPANY-CODE   TO PS-COMPANY-CODE
           MOVE WS-LAST-CHEQUE-NO TO PS-CHEQUE-NO
           MOVE PX-NET-PAYABLE    TO PS-AMOUNT
           MOVE WS-VALUE-DATE     TO PS-ISSUE-DATE
           MOVE WS-PAYEE-NAME     TO PS-PAYEE-NAME
           MOVE PX-CURRENCY-CODE  TO PS-CURRENCY-CODE
           MOVE ZERO              TO PS-VOID-DATE
           WRITE POSITIVE-PAY-RECORD
           ADD 1 TO WS-CHEQUES-ISSUED
           ADD PX-NET-PAYABLE    TO WS-CHEQUE-AMOUNT-HASH
           ADD WS-LAST-CHEQUE-NO TO WS-CHEQUE-NO-HASH
           MOVE WS-LAST-CHEQUE-NO TO CQ-CHEQUE-NO
           MOVE PX-SOME-PART-1    TO CQ-VENDOR-ID
           MOVE PX-SOME-PART-2    TO CQ-SOME-PART-2
           MOVE WS-PAYEE-NAME     TO CQ-PAYEE-NAME
           MOVE PX-NET-PAYABLE    TO CQ-AMOUNT
           MOVE PX-CURRENCY-CODE  TO CQ-CURRENCY-CODE
           MOVE PX-COMPANY-CODE   TO CQ-COMPANY-CODE
           MOVE WS-VALUE-DATE     TO CQ-ISSUE-DATE
           SET CQ-ISSUED          TO TRUE
           MOVE WS-VALUE-DATE     TO CQ-STATUS-DATE
           MOVE ZERO              TO CQ-PAID-AMOUNT
           WRITE CHEQUE-REGISTER-RECORD.
      * A missing or unreadable cheque-number card leaves no range
      * to number from - no cheque can be issued until it is put
      * right. A newly loaded range (last used below its first
      * number) starts at its first number.
       P0A-READ-CHEQUE-NUMBER.
           OPEN INPUT CHEQUE-NUMBER.
           IF  FS-SUCCESS
               READ CHEQUE-NUMBER
                   AT END
                       CONTINUE
                   NOT AT END
                       IF  CK-LAST-CHEQUE-NO NUMERIC
                           AND CK-RANGE-FIRST NUMERIC
                           AND CK-RANGE-LAST NUMERIC
                           MOVE CK-LAST-CHEQUE-NO
                               TO WS-LAST-CHEQUE-NO
                           MOVE CK-RANGE-FIRST TO WS-RANGE-FIRST
                           MOVE CK-RANGE-LAST  TO WS-RANGE-LAST
                       END-IF
               END-READ
               CLOSE CHEQUE-NUMBER
           END-IF.
           IF  WS-RANGE-FIRST = ZERO
               OR WS-RANGE-LAST < WS-RANGE-FIRST
               DISPLAY "PAYORD CHQNUM CARD MISSING OR INVALID"
                   " - NO CHEQUE RANGE"
               MOVE ZERO TO WS-RANGE-LEFT
           ELSE
               IF  WS-LAST-CHEQUE-NO < WS-RANGE-FIRST
                   COMPUTE WS-LAST-CHEQUE-NO = WS-RANGE-FIRST - 1
               END-IF
               IF  WS-LAST-CHEQUE-NO >= WS-RANGE-LAST
                   MOVE ZERO TO WS-RANGE-LEFT
               ELSE
                   COMPUTE WS-RANGE-LEFT =
                       WS-RANGE-LAST - WS-LAST-CHEQUE-NO
               END-IF
           END-IF.
      * A first pass over the consolidated payments counts the
      * cheques tonight needs, so the range is proved before the
      * first order is written, and the orders and amount bound for
      * the pain.001 bank, whose group header carries them ahead
      * of the transactions.
       P0A-COUNT-ORDERS-AHEAD.
           OPEN INPUT PAYMENT-EXTRACT.
           IF  FS-SUCCESS
               PERFORM P0A-READ-PAYMENT-EXTRACT
               PERFORM UNTIL PAYEXT-EOF
                   IF  PX-NET-PAYABLE NOT = ZERO
                       PERFORM P0A-RESOLVE-PAY-METHOD
                       IF  BO-METHOD-CHEQUE
                           ADD 1 TO WS-CHEQUES-NEEDED
                       END-IF
                       PERFORM P0A-RESOLVE-BANK-ROUTE
                       IF  ROUTE-PAIN
                           ADD 1 TO WS-PAIN-EXPECTED
                           ADD PX-NET-PAYABLE TO WS-PAIN-EXPECTED-SUM
                       END-IF
                   END-IF
                   PERFORM P0A-READ-PAYMENT-EXTRACT
               END-PERFORM
               CLOSE PAYMENT-EXTRACT
           END-IF.
           MOVE "N"  TO WS-PAYEXT-EOF-SW.
           MOVE ZERO TO WS-PAYMENTS-READ.
       P0A-WRITE-CHEQUE-NUMBER.
           OPEN OUTPUT CHEQUE-NUMBER.
           MOVE SPACES            TO CHEQUE-NUMBER-RECORD.
           MOVE WS-LAST-CHEQUE-NO TO CK-LAST-CHEQUE-NO.
           MOVE WS-RANGE-FIRST    TO CK-RANGE-FIRST.
           MOVE WS-RANGE-LAST     TO CK-RANGE-LAST.
           WRITE CHEQUE-NUMBER-RECORD.
           CLOSE CHEQUE-NUMBER.
       P0A-WRITE-POSPAY-HEADER.
           MOVE SPACES         TO POSITIVE-PAY-HEADER
           MOVE "H"            TO PH-RECORD-TYPE
           MOVE "ISSUE"        TO PH-FILE-TYPE
           MOVE WS-VALUE-DATE  TO PH-FILE-DATE
           MOVE WS-TIMESTAMP   TO PH-CREATED-TS
           WRITE POSITIVE-PAY-HEADER.
       P0A-WRITE-POSPAY-TRAILER.
           MOVE SPACES                TO POSITIVE-PAY-TRAILER
           MOVE "T"                   TO PT-RECORD-TYPE
           MOVE WS-CHEQUES-ISSUED     TO PT-ITEM-COUNT
           MOVE WS-CHEQUE-AMOUNT-HASH TO PT-AMOUNT-HASH
           MOVE WS-CHEQUE-NO-HASH     TO PT-CHEQUE-NO-HASH
           WRITE POSITIVE-PAY-TRAILER.
       P0A-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF  NOT FS-SUCCESS
           CALL "RUNID" USING RUNID-PARMS
           MOVE RI-RUN-ID TO CT-RUN-ID
           WRITE CONTROL-TOTALS-RECORD.
      * One record per house bank: the orders in its file and their
      * amount, so HANDOFF can add the banks back to the total.
           MOVE SPACES               TO CT-PROGRAM-ID.
           STRING "PB" WS-FIXED-BANK DELIMITED BY SIZE
               INTO CT-PROGRAM-ID.
           MOVE WS-FIXED-ORDERS      TO CT-RECORDS-READ.
           MOVE ZERO                 TO CT-EXCEPTIONS-LOGGED.
           MOVE WS-FIXED-AMOUNT-HASH TO CT-AMOUNT-TOTAL.
           WRITE CONTROL-TOTALS-RECORD.
           IF  WS-PAIN-BANK NOT = SPACES
               MOVE SPACES              TO CT-PROGRAM-ID
               STRING "PB" WS-PAIN-BANK DELIMITED BY SIZE
                   INTO CT-PROGRAM-ID
               MOVE WS-PAIN-ORDERS      TO CT-RECORDS-READ
               MOVE WS-PAIN-AMOUNT-HASH TO CT-AMOUNT-TOTAL
               WRITE CONTROL-TOTALS-RECORD
           END-IF.
           CLOSE CONTROL-TOTALS.
       P0A-CHECK-SUITE-CKPT.
           OPEN INPUT SUITE-CKPT.
