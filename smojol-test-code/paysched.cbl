       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYSCHED.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * PAYSCHED - scheduled pay-date warehouse. Every release
      * used to be paid the night it released, giving away the
      * float on anything not yet due. HELLO-WORLD now stamps each
      * extract record with its pay date - the end of the discount
      * window when a discount was taken, otherwise the net due
      * date - and PAYREL and RETREL put the night's releases on
      * PAYRLSE instead of the live PAYEXT. This step merges the
      * SCHEDPAY warehouse with tonight's releases and writes to
      * PAYEXT only the items due on or before the next value date
      * (one business day on, through DATECALC, on the holiday
      * calendar of the item's payment currency - a euro item is
      * measured against the next TARGET day, not the next domestic
      * one - with the domestic calendar for a currency that has
      * none on BANKHOL); everything else is parked on
      * SCHEDPAY.NEW, which the following step copies back over
      * SCHEDPAY. PAYCONS, the remittance advice and the archive
      * therefore see only what is paid tonight. A PAYNOW
      * card (vendor, and invoice number or blank for all of the
      * vendor's items) lets an item out early - a vendor on stop
      * for non-payment, a settlement agreed on the phone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-NOW-CARDS ASSIGN TO "PAYNOW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SCHEDULED-PAYMENTS ASSIGN TO "SCHEDPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RELEASED-EXTRACT ASSIGN TO "PAYRLSE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYMENT-EXTRACT ASSIGN TO "PAYEXT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SCHEDULED-PAYMENTS-NEW ASSIGN TO "SCHEDPYN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-NOW-CARDS.
       01  PAY-NOW-CARD-RECORD.
           05  PN-VENDOR-ID       PIC X(04).
           05  PN-INVOICE-NO      PIC X(10).
           05  FILLER             PIC X(66).
       FD  SCHEDULED-PAYMENTS.
       01  SCHEDULED-IN-RECORD   PIC X(124).
       FD  RELEASED-EXTRACT.
       01  RELEASED-EXTRACT-RECORD PIC X(116).
       FD  PAYMENT-EXTRACT.
           COPY "payext.cpy".
       FD  SCHEDULED-PAYMENTS-NEW.
           COPY "schedpay.cpy".
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
           COPY "bizdtpm.cpy".
           COPY "datecpm.cpy".
           COPY "timelgpm.cpy".
           COPY "tstamp.cpy".
       01  WS-CARDS-EOF-SW         PIC X VALUE "N".
            88 CARDS-EOF           VALUE "Y".
       01  WS-SCHED-EOF-SW         PIC X VALUE "N".
            88 SCHED-EOF           VALUE "Y".
       01  WS-RELEASE-EOF-SW       PIC X VALUE "N".
            88 RELEASE-EOF         VALUE "Y".
       01  WS-PAY-NOW-SW           PIC X VALUE "N".
            88 PAY-NOW             VALUE "Y".
       01  WS-NEXT-VALUE-DATE      PIC 9(08) VALUE ZERO.
       01  WS-ITEM-VALUE-DATE      PIC 9(08) VALUE ZERO.
       01  WS-CCY-COUNT            PIC 9(02) COMP VALUE 0.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 20 TIMES
                   INDEXED BY CCY-NDX.
               10  WS-CCY-CODE       PIC X(04).
               10  WS-CCY-VALUE-DATE PIC 9(08).
       01  WS-PARKED-DATE          PIC 9(08) VALUE ZERO.
       01  WS-RECORDS-READ         PIC 9(07) VALUE ZERO.
       01  WS-SCHED-READ           PIC 9(07) VALUE ZERO.
       01  WS-RELEASES-READ        PIC 9(07) VALUE ZERO.
       01  WS-ITEMS-PAID           PIC 9(07) VALUE ZERO.
       01  WS-ITEMS-PAID-EARLY     PIC 9(07) VALUE ZERO.
       01  WS-ITEMS-PARKED         PIC 9(07) VALUE ZERO.
       01  WS-PAID-TOTAL           PIC 9(13)V99 VALUE ZERO.
       01  WS-PARKED-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-PAYNOW-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-PAYNOW-TABLE.
           05  WS-PAYNOW-ENTRY OCCURS 200 TIMES
                   INDEXED BY PAYNOW-NDX.
               10  WS-PAYNOW-VENDOR  PIC X(04).
               10  WS-PAYNOW-INVOICE PIC X(10).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "PAYSCHED" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP.
           PERFORM P0A-SET-NEXT-VALUE-DATE.
           PERFORM P0A-LOAD-PAY-NOW-CARDS.
           OPEN OUTPUT PAYMENT-EXTRACT.
           OPEN OUTPUT SCHEDULED-PAYMENTS-NEW.
      * The warehouse first, so the oldest parked items lead the
      * night's extract, then tonight's releases.
           OPEN INPUT SCHEDULED-PAYMENTS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-SCHEDULED
               PERFORM UNTIL SCHED-EOF
                   MOVE SCHEDULED-IN-RECORD
                       TO SCHEDULED-PAYMENT-RECORD
                   MOVE SP-EXTRACT     TO PAYMENT-EXTRACT-RECORD
                   MOVE SP-PARKED-DATE TO WS-PARKED-DATE
                   PERFORM P0A-ROUTE-ONE-ITEM
                   PERFORM P0A-READ-SCHEDULED
               END-PERFORM
               CLOSE SCHEDULED-PAYMENTS
           END-IF.
           OPEN INPUT RELEASED-EXTRACT.
           IF  FS-SUCCESS
               PERFORM P0A-READ-RELEASE
               PERFORM UNTIL RELEASE-EOF
                   MOVE RELEASED-EXTRACT-RECORD
                       TO PAYMENT-EXTRACT-RECORD
                   MOVE BZ-BUSINESS-DATE TO WS-PARKED-DATE
                   PERFORM P0A-ROUTE-ONE-ITEM
                   PERFORM P0A-READ-RELEASE
               END-PERFORM
               CLOSE RELEASED-EXTRACT
           END-IF.
           CLOSE PAYMENT-EXTRACT.
           CLOSE SCHEDULED-PAYMENTS-NEW.
           PERFORM P0A-WRITE-CONTROL-TOTALS.
           DISPLAY "PAYSCHED WAREHOUSE=" WS-SCHED-READ
               " RELEASES=" WS-RELEASES-READ
               " VALUE DATE=" WS-NEXT-VALUE-DATE.
           DISPLAY "PAYSCHED PAID=" WS-ITEMS-PAID
               " FOR " WS-PAID-TOTAL
               " OF WHICH PAY NOW=" WS-ITEMS-PAID-EARLY.
           DISPLAY "PAYSCHED PARKED=" WS-ITEMS-PARKED
               " FOR " WS-PARKED-TOTAL.
           MOVE "PAYSCHED" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
      * Tonight's orders carry tonight's value date; anything due
      * before the next one would be late if it waited, so it goes
      * now. A calendar failure pays on the business date alone.
       P0A-SET-NEXT-VALUE-DATE.
           SET DC-ADD-DAYS TO TRUE
           MOVE BZ-BUSINESS-DATE TO DC-DATE-1
           MOVE 1                TO DC-DAYS-IN
           MOVE SPACES           TO DC-CALENDAR
           CALL "DATECALC" USING DATECALC-PARMS
           IF  DC-OK
               MOVE DC-RESULT-DATE   TO WS-NEXT-VALUE-DATE
           ELSE
               MOVE BZ-BUSINESS-DATE TO WS-NEXT-VALUE-DATE
           END-IF.
       P0A-LOAD-PAY-NOW-CARDS.
           OPEN INPUT PAY-NOW-CARDS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-PAY-NOW-CARD
               PERFORM UNTIL CARDS-EOF
                   IF  WS-PAYNOW-COUNT < 200
                       ADD 1 TO WS-PAYNOW-COUNT
                       SET PAYNOW-NDX TO WS-PAYNOW-COUNT
                       MOVE PN-VENDOR-ID
                           TO WS-PAYNOW-VENDOR(PAYNOW-NDX)
                       MOVE PN-INVOICE-NO
                           TO WS-PAYNOW-INVOICE(PAYNOW-NDX)
                   ELSE
                       DISPLAY "PAYSCHED PAYNOW TABLE FULL - "
                           PN-VENDOR-ID " " PN-INVOICE-NO
                           " NOT APPLIED"
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   PERFORM P0A-READ-PAY-NOW-CARD
               END-PERFORM
               CLOSE PAY-NOW-CARDS
           END-IF.
       P0A-READ-PAY-NOW-CARD.
           READ PAY-NOW-CARDS
               AT END
                   SET CARDS-EOF TO TRUE
           END-READ.
       P0A-READ-SCHEDULED.
           READ SCHEDULED-PAYMENTS
               AT END
                   SET SCHED-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-SCHED-READ
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
       P0A-READ-RELEASE.
           READ RELEASED-EXTRACT
               AT END
                   SET RELEASE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RELEASES-READ
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
      * A record with no usable pay date - deposits and retainage
      * releases are due at once - is paid tonight rather than
      * parked where nothing would ever let it out.
       P0A-ROUTE-ONE-ITEM.
           MOVE "N" TO WS-PAY-NOW-SW
           SET PAYNOW-NDX TO 1
           SEARCH WS-PAYNOW-ENTRY
               AT END
                   CONTINUE
               WHEN PAYNOW-NDX > WS-PAYNOW-COUNT
                   CONTINUE
               WHEN WS-PAYNOW-VENDOR(PAYNOW-NDX) = PX-SOME-PART-1
                AND (WS-PAYNOW-INVOICE(PAYNOW-NDX) = SPACES
                 OR WS-PAYNOW-INVOICE(PAYNOW-NDX) = PX-INVOICE-NO)
                   SET PAY-NOW TO TRUE
           END-SEARCH
           PERFORM P0A-SET-ITEM-VALUE-DATE
           IF  PX-PAY-DATE NOT NUMERIC
               OR PX-PAY-DATE <= WS-ITEM-VALUE-DATE
               OR PAY-NOW
               WRITE PAYMENT-EXTRACT-RECORD
               ADD 1 TO WS-ITEMS-PAID
               ADD PX-NET-PAYABLE TO WS-PAID-TOTAL
               IF  PX-PAY-DATE NUMERIC
                   AND PX-PAY-DATE > WS-ITEM-VALUE-DATE
                   ADD 1 TO WS-ITEMS-PAID-EARLY
               END-IF
           ELSE
               MOVE PAYMENT-EXTRACT-RECORD TO SP-EXTRACT
               MOVE WS-PARKED-DATE         TO SP-PARKED-DATE
               WRITE SCHEDULED-PAYMENT-RECORD
               ADD 1 TO WS-ITEMS-PARKED
               ADD PX-NET-PAYABLE TO WS-PARKED-TOTAL
           END-IF.
      * The next value date of each currency is worked out once,
      * the first time an item in it is seen. A currency past the
      * table, or one the calculator cannot date, is measured
      * against the domestic next value date.
       P0A-SET-ITEM-VALUE-DATE.
           MOVE WS-NEXT-VALUE-DATE TO WS-ITEM-VALUE-DATE
           SET CCY-NDX TO 1
           SEARCH WS-CCY-ENTRY
               AT END
                   CONTINUE
               WHEN CCY-NDX > WS-CCY-COUNT
                   ADD 1 TO WS-CCY-COUNT
                   MOVE PX-CURRENCY-CODE TO WS-CCY-CODE(CCY-NDX)
                   SET DC-ADD-DAYS TO TRUE
                   MOVE BZ-BUSINESS-DATE TO DC-DATE-1
                   MOVE 1                TO DC-DAYS-IN
                   MOVE PX-CURRENCY-CODE TO DC-CALENDAR
                   CALL "DATECALC" USING DATECALC-PARMS
                   IF  DC-OK
                       MOVE DC-RESULT-DATE
                           TO WS-CCY-VALUE-DATE(CCY-NDX)
                   ELSE
                       MOVE WS-NEXT-VALUE-DATE
                           TO WS-CCY-VALUE-DATE(CCY-NDX)
                   END-IF
                   MOVE WS-CCY-VALUE-DATE(CCY-NDX)
                       TO WS-ITEM-VALUE-DATE
               WHEN WS-CCY-CODE(CCY-NDX) = PX-CURRENCY-CODE
                   MOVE WS-CCY-VALUE-DATE(CCY-NDX)
                       TO WS-ITEM-VALUE-DATE
           END-SEARCH.
       P0A-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT CONTROL-TOTALS
           END-IF.
           MOVE "PAYSCHED"           TO CT-PROGRAM-ID.
           MOVE WS-TIMESTAMP         TO CT-TIMESTAMP.
           MOVE WS-RECORDS-READ      TO CT-RECORDS-READ.
           MOVE WS-ITEMS-PARKED      TO CT-EXCEPTIONS-LOGGED.
           MOVE WS-ITEMS-PAID        TO CT-RESOLVED-LOGGED.
           MOVE WS-PAID-TOTAL        TO CT-AMOUNT-TOTAL.
           MOVE ZERO                 TO CT-SEQUENCE-ERRORS.
           CALL "RUNID" USING RUNID-PARMS
           MOVE RI-RUN-ID TO CT-RUN-ID
           WRITE CONTROL-TOTALS-RECORD.
           CLOSE CONTROL-TOTALS.
