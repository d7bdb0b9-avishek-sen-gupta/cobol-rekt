      * next N days (FCSTPARM card, default 10). Work already past
      * its terms is shown on day one; work due beyond the horizon
      * is totalled on the tail line so nothing silently vanishes.
      * Released invoices not yet due wait on the SCHEDPAY warehouse
      * for their pay date; each is added on that date at its net
      * payable, which already carries its discount and any credit
      * it drew, so it is not netted against vendor credit again.
      * Payment dates are value dates on the holiday calendar of
      * the item's currency (the domestic calendar where BANKHOL
      * holds none for it); the forecast days themselves, and the
      * discount window, stay on the domestic calendar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-BALANCE ASSIGN TO "CREDBAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SCHEDULED-PAYMENTS ASSIGN TO "SCHEDPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FORECAST-OUT ASSIGN TO "CASHFCST"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           COPY "vendmstr.cpy".
       FD  CREDIT-BALANCE.
           COPY "credbal.cpy".
       FD  SCHEDULED-PAYMENTS.
           COPY "schedpay.cpy".
       FD  FORECAST-OUT.
       01  FORECAST-OUT-RECORD   PIC X(80).
       WORKING-STORAGE SECTION.
            88 VENDOR-EOF          VALUE "Y".
       01  WS-CREDBAL-EOF-SW       PIC X VALUE "N".
            88 CREDBAL-EOF         VALUE "Y".
       01  WS-SCHED-EOF-SW         PIC X VALUE "N".
            88 SCHED-EOF           VALUE "Y".
       01  WS-HORIZON-DAYS         PIC 9(02) VALUE 10.
       01  WS-ITEMS-READ           PIC 9(07) VALUE ZERO.
       01  WS-ITEMS-RELEASED       PIC 9(07) VALUE ZERO.
       01  WS-ITEMS-PROJECTED      PIC 9(07) VALUE ZERO.
       01  WS-ITEMS-SCHEDULED      PIC 9(07) VALUE ZERO.
       01  WS-BEYOND-HORIZON-AMT   PIC 9(13)V99 VALUE ZERO.
       01  WS-PROJECTED-DATE       PIC 9(08) VALUE ZERO.
       01  WS-PROJECTED-AMOUNT     PIC 9(11)V99 VALUE ZERO.
       01  WS-PROJECTED-CURRENCY   PIC X(04) VALUE SPACES.
       01  WS-CREDIT-DRAW          PIC 9(11)V99 VALUE ZERO.
       01  WS-DAYS-SINCE-INVOICE   PIC S9(05) VALUE ZERO.
       01  WS-DAY-NO               PIC 9(02) COMP VALUE ZERO.
               END-PERFORM
               CLOSE REVIEW-QUEUE
           END-IF.
           OPEN INPUT SCHEDULED-PAYMENTS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-SCHEDULED
               PERFORM UNTIL SCHED-EOF
                   PERFORM P0A-PROJECT-SCHEDULED
                   PERFORM P0A-READ-SCHEDULED
               END-PERFORM
               CLOSE SCHEDULED-PAYMENTS
           END-IF.
           PERFORM P0A-WRITE-SCHEDULE.
           DISPLAY "CASHFCST ITEMS=" WS-ITEMS-READ
               " PROJECTED=" WS-ITEMS-PROJECTED
               " ALREADY RELEASED=" WS-ITEMS-RELEASED
               " SCHEDULED=" WS-ITEMS-SCHEDULED.
           MOVE "CASHFCST" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
               SET DC-ADD-DAYS TO TRUE
               MOVE BZ-BUSINESS-DATE TO DC-DATE-1
               MOVE WS-DAY-NO        TO DC-DAYS-IN
               MOVE SPACES           TO DC-CALENDAR
               CALL "DATECALC" USING DATECALC-PARMS
               IF  DC-OK
                   MOVE DC-RESULT-DATE
                   GO TO P0A-PROJECT-EXIT
           END-SEARCH
           PERFORM P0A-RESOLVE-TERMS
           MOVE RQ-CURRENCY TO WS-PROJECTED-CURRENCY
           PERFORM P0A-PRICE-AND-DATE
           PERFORM P0A-NET-VENDOR-CREDIT
           IF  WS-PROJECTED-AMOUNT > ZERO
           END-IF.
       P0A-PROJECT-EXIT.
           EXIT.
       P0A-READ-SCHEDULED.
           READ SCHEDULED-PAYMENTS
               AT END
                   SET SCHED-EOF TO TRUE
           END-READ.
       P0A-PROJECT-SCHEDULED.
           IF  SP-NET-PAYABLE > ZERO
               ADD 1 TO WS-ITEMS-SCHEDULED
               MOVE SP-NET-PAYABLE   TO WS-PROJECTED-AMOUNT
               MOVE SP-CURRENCY-CODE TO WS-PROJECTED-CURRENCY
               MOVE SP-PAY-DATE      TO WS-PROJECTED-DATE
               IF  SP-PAY-DATE NUMERIC
                   AND SP-PAY-DATE > ZERO
                   SET DC-ROLL-FORWARD TO TRUE
                   MOVE SP-PAY-DATE      TO DC-DATE-1
                   MOVE SP-CURRENCY-CODE TO DC-CALENDAR
                   CALL "DATECALC" USING DATECALC-PARMS
                   IF  DC-OK
                       MOVE DC-RESULT-DATE TO WS-PROJECTED-DATE
                   END-IF
               END-IF
               PERFORM P0A-BUCKET-PROJECTION
           END-IF.
       P0A-RESOLVE-TERMS.
           MOVE ZERO TO WS-VEND-DISC-PCT
           MOVE ZERO TO WS-VEND-DISC-DAYS
           SET DC-DAYS-BETWEEN TO TRUE
           MOVE RQ-INVOICE-DATE  TO DC-DATE-1
           MOVE BZ-BUSINESS-DATE TO DC-DATE-2
           MOVE SPACES           TO DC-CALENDAR
           CALL "DATECALC" USING DATECALC-PARMS
           IF  DC-OK
               MOVE DC-DAYS-OUT TO WS-DAYS-SINCE-INVOICE
               MOVE RQ-INVOICE-DATE  TO DC-DATE-1
               MOVE WS-VEND-NET-DAYS TO DC-DAYS-IN
           END-IF
           MOVE RQ-CURRENCY TO DC-CALENDAR
           CALL "DATECALC" USING DATECALC-PARMS
           IF  DC-OK
               MOVE DC-RESULT-DATE TO WS-PROJECTED-DATE
           PERFORM VARYING WS-CCY-NO FROM 1 BY 1
                   UNTIL WS-CCY-NO > 10 OR BUCKET-FOUND
               IF  WS-DAY-CCY-CODE(WS-DAY-NO WS-CCY-NO)
                       = WS-PROJECTED-CURRENCY
                   OR WS-DAY-CCY-CODE(WS-DAY-NO WS-CCY-NO) = SPACES
                   SET BUCKET-FOUND TO TRUE
                   MOVE WS-PROJECTED-CURRENCY
                       TO WS-DAY-CCY-CODE(WS-DAY-NO WS-CCY-NO)
                   ADD WS-PROJECTED-AMOUNT
                       TO WS-DAY-CCY-AMT(WS-DAY-NO WS-CCY-NO)
