       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RECURINV.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * RECURINV - recurring-invoice scheduler for the standing
      * bills. Reads the RECCNTR contract file and, for every
      * contract whose next due date has arrived, raises an
      * INVOICE-IN header and one detail line in the invrec.cpy
      * layout and appends them to the INVIN feed ahead of STEP009.
      * They ride BEHIND the transmission trailer, the same in-shop
      * carve-out the recycled resubmissions and the drained online
      * captures use, so INVEDIT and HELLO-WORLD treat them like any
      * other invoice. A contract missed on an earlier night is
      * caught up one bill per period it skipped. The next due date
      * is rolled forward by the contract's frequency and the file
      * is rewritten to RECCNTN for the swap step; a contract whose
      * next due date has passed its end date is dropped. The
      * RECURRPT report lists what was raised tonight, the contracts
      * that dropped off, and everything coming due in the next 30
      * days so AP can see the standing bills before they arrive.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-FILE ASSIGN TO "RECCNTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CONTRACT-OUT ASSIGN TO "RECCNTN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT INVOICE-OUT ASSIGN TO "RECINVO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RECUR-REPORT ASSIGN TO "RECURRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SUITE-CKPT ASSIGN TO "SUITECKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-FILE.
           COPY "reccntr.cpy".
       FD  CONTRACT-OUT.
       01  CONTRACT-OUT-RECORD   PIC X(65).
       FD  INVOICE-OUT.
           COPY "invrec.cpy".
       FD  RECUR-REPORT.
       01  RECUR-REPORT-RECORD   PIC X(80).
       FD  SUITE-CKPT.
           COPY "suitecp.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
           COPY "bizdtpm.cpy".
       01  WS-SUITE-CKPT-EOF-SW    PIC X VALUE "N".
            88 SUITE-CKPT-EOF      VALUE "Y".
       01  WS-STEP-DONE-SW         PIC X VALUE "N".
            88 STEP-ALREADY-DONE   VALUE "Y".
           COPY "timelgpm.cpy".
       01  WS-CONTRACT-EOF-SW      PIC X VALUE "N".
            88 CONTRACT-EOF        VALUE "Y".
       01  WS-CONTRACT-ENDED-SW    PIC X VALUE "N".
            88 CONTRACT-ENDED      VALUE "Y".
       01  WS-CONTRACTS-READ       PIC 9(07) VALUE ZERO.
       01  WS-CONTRACTS-KEPT       PIC 9(07) VALUE ZERO.
       01  WS-CONTRACTS-DROPPED    PIC 9(07) VALUE ZERO.
       01  WS-INVOICES-RAISED      PIC 9(07) VALUE ZERO.
       01  WS-RAISED-AMOUNT        PIC 9(13)V99 VALUE ZERO.
       01  WS-COMING-DUE           PIC 9(07) VALUE ZERO.
      * A contract nobody has run for years must not flood the feed -
      * at most a year of monthly bills is caught up in one night.
       01  WS-CATCHUP-COUNT        PIC 9(03) VALUE ZERO.
       01  WS-CATCHUP-LIMIT        PIC 9(03) VALUE 12.
       01  WS-HORIZON-DATE         PIC 9(08) VALUE ZERO.
       01  WS-DUE-DATE             PIC 9(08) VALUE ZERO.
       01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY         PIC 9(04).
           05  WS-DUE-MM           PIC 9(02).
           05  WS-DUE-DD           PIC 9(02).
       01  WS-MONTH-END-DAY        PIC 9(02) VALUE ZERO.
       01  WS-LEAP-QUOTIENT        PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REMAINDER       PIC 9(03) VALUE ZERO.
       01  WS-MONTH-DAYS-VALUES.
           05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.
       01  WS-DUE-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-DUE-TABLE.
           05  WS-DUE-ENTRY OCCURS 500 TIMES
                   INDEXED BY DUE-NDX.
               10  WS-DUE-PART-1     PIC X(04).
               10  WS-DUE-PART-2     PIC X(04).
               10  WS-DUE-NEXT       PIC 9(08).
               10  WS-DUE-AMOUNT     PIC 9(09)V99.
               10  WS-DUE-CURRENCY   PIC X(04).
               10  WS-DUE-FREQ       PIC X(01).
       01  WS-HEADING-LINE.
           05  FILLER  PIC X(35)
                   VALUE "RECURRING CONTRACT INVOICES RAISED".
           05  FILLER  PIC X(04) VALUE " ON ".
           05  HL-DATE PIC 9(08).
       01  WS-SECTION-LINE.
           05  SL-TEXT  PIC X(50).
       01  WS-DETAIL-LINE.
           05  DL-PART-1    PIC X(04).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-PART-2    PIC X(04).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  DL-INVOICE   PIC X(10).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  DL-DUE-DATE  PIC 9(08).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  DL-AMOUNT    PIC ZZZZZZZZ9.99.
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-CURRENCY  PIC X(04).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  DL-FREQUENCY PIC X(01).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  DL-FLAG      PIC X(12).
       01  WS-TOTAL-LINE.
           05  FILLER       PIC X(17) VALUE "INVOICES RAISED  ".
           05  TL-RAISED    PIC ZZZZZZ9.
           05  FILLER       PIC X(10) VALUE "  AMOUNT  ".
           05  TL-AMOUNT    PIC ZZZZZZZZZZZZ9.99.
           05  FILLER       PIC X(11) VALUE "  DROPPED  ".
           05  TL-DROPPED   PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "RECURINV" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS.
           PERFORM P0A-CHECK-SUITE-CKPT.
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(BZ-BUSINESS-DATE) + 30).
           OPEN OUTPUT CONTRACT-OUT.
           OPEN OUTPUT RECUR-REPORT.
           IF  STEP-ALREADY-DONE
      * The bills went onto INVIN on the earlier attempt - carry the
      * contracts through as they stand so the swap step still has
      * a file to copy, and raise nothing twice.
               DISPLAY "RECURINV ALREADY COMPLETE - SKIPPING ON RESTART"
               PERFORM P0A-COPY-CONTRACTS-THROUGH
               CLOSE CONTRACT-OUT
               CLOSE RECUR-REPORT
               GOBACK
           END-IF.
           OPEN EXTEND INVOICE-OUT.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT INVOICE-OUT
           END-IF.
           MOVE BZ-BUSINESS-DATE TO HL-DATE.
           MOVE WS-HEADING-LINE TO RECUR-REPORT-RECORD.
           WRITE RECUR-REPORT-RECORD.
           MOVE "VENDOR     INVOICE     DUE DATE        AMOUNT CUR"
               TO SL-TEXT.
           MOVE WS-SECTION-LINE TO RECUR-REPORT-RECORD.
           WRITE RECUR-REPORT-RECORD.
           OPEN INPUT CONTRACT-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-CONTRACT
               PERFORM UNTIL CONTRACT-EOF
                   PERFORM P0A-SCHEDULE-ONE-CONTRACT
                   PERFORM P0A-READ-CONTRACT
               END-PERFORM
               CLOSE CONTRACT-FILE
           END-IF.
           PERFORM P0A-LIST-COMING-DUE.
           MOVE WS-INVOICES-RAISED   TO TL-RAISED.
           MOVE WS-RAISED-AMOUNT     TO TL-AMOUNT.
           MOVE WS-CONTRACTS-DROPPED TO TL-DROPPED.
           MOVE WS-TOTAL-LINE TO RECUR-REPORT-RECORD.
           WRITE RECUR-REPORT-RECORD.
           CLOSE INVOICE-OUT.
           CLOSE CONTRACT-OUT.
           CLOSE RECUR-REPORT.
           PERFORM P0A-WRITE-SUITE-CKPT.
           DISPLAY "RECURINV CONTRACTS=" WS-CONTRACTS-READ
               " RAISED=" WS-INVOICES-RAISED
               " DROPPED=" WS-CONTRACTS-DROPPED
               " DUE IN 30 DAYS=" WS-COMING-DUE.
           DISPLAY "RECURINV RAISED AMOUNT TOTAL=" WS-RAISED-AMOUNT.
           MOVE "RECURINV" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-READ-CONTRACT.
           READ CONTRACT-FILE
               AT END
                   SET CONTRACT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONTRACTS-READ
           END-READ.
      * Raise one bill per period that has come due, then keep the
      * contract for tomorrow unless its next bill would fall after
      * the end date.
       P0A-SCHEDULE-ONE-CONTRACT.
           MOVE "N"  TO WS-CONTRACT-ENDED-SW
           MOVE ZERO TO WS-CATCHUP-COUNT
           IF  RC-NEXT-DUE-DATE NOT NUMERIC
               OR RC-NEXT-DUE-DATE = ZERO
               DISPLAY "RECURINV CONTRACT WITH NO DUE DATE KEPT "
                   RC-SOME-PART-1 " " RC-SOME-PART-2
           ELSE
               PERFORM P0A-CHECK-CONTRACT-END
               PERFORM UNTIL CONTRACT-ENDED
                       OR RC-NEXT-DUE-DATE > BZ-BUSINESS-DATE
                       OR WS-CATCHUP-COUNT >= WS-CATCHUP-LIMIT
                   PERFORM P0A-RAISE-ONE-BILL
                   PERFORM P0A-ADVANCE-DUE-DATE
                   ADD 1 TO WS-CATCHUP-COUNT
                   PERFORM P0A-CHECK-CONTRACT-END
               END-PERFORM
           END-IF
           IF  CONTRACT-ENDED
               ADD 1 TO WS-CONTRACTS-DROPPED
               PERFORM P0A-FORMAT-CONTRACT-LINE
               MOVE "ENDED"   TO DL-FLAG
               MOVE WS-DETAIL-LINE TO RECUR-REPORT-RECORD
               WRITE RECUR-REPORT-RECORD
           ELSE
               MOVE RECUR-CONTRACT-RECORD TO CONTRACT-OUT-RECORD
               WRITE CONTRACT-OUT-RECORD
               ADD 1 TO WS-CONTRACTS-KEPT
               PERFORM P0A-NOTE-COMING-DUE
           END-IF.
       P0A-CHECK-CONTRACT-END.
           IF  RC-END-DATE NUMERIC
               AND RC-END-DATE > ZERO
               AND RC-NEXT-DUE-DATE > RC-END-DATE
               SET CONTRACT-ENDED TO TRUE
           END-IF.
      * The bill carries the whole contract amount on a single
      * detail line, so the header/detail cross-check and the tax
      * recovery posting see exactly what a keyed invoice would.
       P0A-RAISE-ONE-BILL.
           MOVE SPACES               TO INVOICE-IN-RECORD
           SET II-HEADER-REC         TO TRUE
           MOVE RC-SOME-PART-1       TO II-SOME-PART-1
           MOVE RC-SOME-PART-2       TO II-SOME-PART-2
           MOVE RC-AMOUNT            TO II-INVOICE-AMOUNT
           MOVE ZERO                 TO II-VENDOR-CORRECTION
           MOVE 1                    TO II-ITEM-COUNT
           MOVE RC-CURRENCY-CODE     TO II-CURRENCY-CODE
           MOVE RC-NEXT-DUE-DATE     TO II-INVOICE-DATE
           SET II-TRANS-INVOICE      TO TRUE
           IF  RC-TAX-AMOUNT NUMERIC
               MOVE RC-TAX-AMOUNT    TO II-TAX-AMOUNT
           ELSE
               MOVE ZERO             TO II-TAX-AMOUNT
           END-IF
           IF  RC-COMPANY-CODE = SPACES
               MOVE "01"             TO II-COMPANY-CODE
           ELSE
               MOVE RC-COMPANY-CODE  TO II-COMPANY-CODE
           END-IF
           STRING RC-INVNO-PREFIX        DELIMITED BY SPACE
                  RC-NEXT-DUE-DATE(1:6)  DELIMITED BY SIZE
               INTO II-INVOICE-NO
           END-STRING
           WRITE INVOICE-IN-RECORD
           MOVE SPACES               TO INVOICE-DETAIL-RECORD
           MOVE "D"                  TO ID-RECORD-TYPE
           MOVE RC-SOME-PART-1       TO ID-SOME-PART-1
           MOVE RC-SOME-PART-2       TO ID-SOME-PART-2
           MOVE 1                    TO ID-LINE-NO
           MOVE RC-AMOUNT            TO ID-EXTENSION-AMOUNT
           IF  RC-TAX-AMOUNT NUMERIC
               MOVE RC-TAX-AMOUNT    TO ID-TAX-AMOUNT
           ELSE
               MOVE ZERO             TO ID-TAX-AMOUNT
           END-IF
           MOVE RC-TAX-CODE          TO ID-TAX-CODE
           MOVE RC-COST-CENTER       TO ID-COST-CENTER
           WRITE INVOICE-DETAIL-RECORD
           ADD 1 TO WS-INVOICES-RAISED
           ADD RC-AMOUNT TO WS-RAISED-AMOUNT
           PERFORM P0A-FORMAT-CONTRACT-LINE
           MOVE II-INVOICE-NO        TO DL-INVOICE
           MOVE "RAISED"             TO DL-FLAG
           MOVE WS-DETAIL-LINE TO RECUR-REPORT-RECORD
           WRITE RECUR-REPORT-RECORD.
      * Roll the due date on by the contract's frequency, landing on
      * its billing day or on the last day of a shorter month - a
      * lease billed on the 31st falls due on the 30th in April and
      * is back on the 31st in May.
       P0A-ADVANCE-DUE-DATE.
           MOVE RC-NEXT-DUE-DATE TO WS-DUE-DATE
           EVALUATE TRUE
               WHEN RC-FREQ-QUARTERLY
                   ADD 3 TO WS-DUE-MM
               WHEN RC-FREQ-ANNUAL
                   ADD 1 TO WS-DUE-YYYY
               WHEN OTHER
                   ADD 1 TO WS-DUE-MM
           END-EVALUATE
           IF  WS-DUE-MM > 12
               SUBTRACT 12 FROM WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF
           IF  RC-BILL-DAY NUMERIC AND RC-BILL-DAY > ZERO
               MOVE RC-BILL-DAY TO WS-DUE-DD
           END-IF
           MOVE WS-MONTH-DAYS(WS-DUE-MM) TO WS-MONTH-END-DAY
           IF  WS-DUE-MM = 2
               DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF  WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-END-DAY
                   DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF  WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-MONTH-END-DAY
                       DIVIDE WS-DUE-YYYY BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF  WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-MONTH-END-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF  WS-DUE-DD > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-DUE-DD
           END-IF
           MOVE WS-DUE-DATE TO RC-NEXT-DUE-DATE.
       P0A-FORMAT-CONTRACT-LINE.
           MOVE RC-SOME-PART-1       TO DL-PART-1
           MOVE RC-SOME-PART-2       TO DL-PART-2
           MOVE SPACES               TO DL-INVOICE
           MOVE RC-NEXT-DUE-DATE     TO DL-DUE-DATE
           MOVE RC-AMOUNT            TO DL-AMOUNT
           MOVE RC-CURRENCY-CODE     TO DL-CURRENCY
           MOVE RC-FREQUENCY         TO DL-FREQUENCY.
      * Everything still on contract that falls due within the
      * 30-day horizon, in contract-file order.
       P0A-LIST-COMING-DUE.
           MOVE "COMING DUE IN THE NEXT 30 DAYS" TO SL-TEXT
           MOVE WS-SECTION-LINE TO RECUR-REPORT-RECORD
           WRITE RECUR-REPORT-RECORD
           PERFORM VARYING DUE-NDX FROM 1 BY 1
                   UNTIL DUE-NDX > WS-DUE-COUNT
               MOVE WS-DUE-PART-1(DUE-NDX)   TO DL-PART-1
               MOVE WS-DUE-PART-2(DUE-NDX)   TO DL-PART-2
               MOVE SPACES                   TO DL-INVOICE
               MOVE WS-DUE-NEXT(DUE-NDX)     TO DL-DUE-DATE
               MOVE WS-DUE-AMOUNT(DUE-NDX)   TO DL-AMOUNT
               MOVE WS-DUE-CURRENCY(DUE-NDX) TO DL-CURRENCY
               MOVE WS-DUE-FREQ(DUE-NDX)     TO DL-FREQUENCY
               MOVE "COMING DUE"             TO DL-FLAG
               MOVE WS-DETAIL-LINE TO RECUR-REPORT-RECORD
               WRITE RECUR-REPORT-RECORD
           END-PERFORM.
       P0A-NOTE-COMING-DUE.
           IF  RC-NEXT-DUE-DATE NUMERIC
               AND RC-NEXT-DUE-DATE > ZERO
               AND RC-NEXT-DUE-DATE <= WS-HORIZON-DATE
               ADD 1 TO WS-COMING-DUE
               IF  WS-DUE-COUNT < 500
                   ADD 1 TO WS-DUE-COUNT
                   SET DUE-NDX TO WS-DUE-COUNT
                   MOVE RC-SOME-PART-1   TO WS-DUE-PART-1(DUE-NDX)
                   MOVE RC-SOME-PART-2   TO WS-DUE-PART-2(DUE-NDX)
                   MOVE RC-NEXT-DUE-DATE TO WS-DUE-NEXT(DUE-NDX)
                   MOVE RC-AMOUNT        TO WS-DUE-AMOUNT(DUE-NDX)
                   MOVE RC-CURRENCY-CODE TO WS-DUE-CURRENCY(DUE-NDX)
                   MOVE RC-FREQUENCY     TO WS-DUE-FREQ(DUE-NDX)
               END-IF
           END-IF.
       P0A-COPY-CONTRACTS-THROUGH.
           OPEN INPUT CONTRACT-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-CONTRACT
               PERFORM UNTIL CONTRACT-EOF
                   MOVE RECUR-CONTRACT-RECORD TO CONTRACT-OUT-RECORD
                   WRITE CONTRACT-OUT-RECORD
                   PERFORM P0A-READ-CONTRACT
               END-PERFORM
               CLOSE CONTRACT-FILE
           END-IF.
       P0A-CHECK-SUITE-CKPT.
           OPEN INPUT SUITE-CKPT.
           IF  FS-SUCCESS
               PERFORM P0A-READ-SUITE-CKPT
               PERFORM UNTIL SUITE-CKPT-EOF
                   IF  SC-PROGRAM-ID = "RECURINV" AND SC-COMPLETE
                       SET STEP-ALREADY-DONE TO TRUE
                   END-IF
                   PERFORM P0A-READ-SUITE-CKPT
               END-PERFORM
               CLOSE SUITE-CKPT
           END-IF.
       P0A-READ-SUITE-CKPT.
           READ SUITE-CKPT
               AT END
                   SET SUITE-CKPT-EOF TO TRUE
           END-READ.
       P0A-WRITE-SUITE-CKPT.
           OPEN EXTEND SUITE-CKPT.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT SUITE-CKPT
           END-IF.
           MOVE "RECURINV"   TO SC-PROGRAM-ID.
           SET SC-COMPLETE   TO TRUE.
           MOVE BZ-TIMESTAMP TO SC-TIMESTAMP.
           CALL "RUNID" USING RUNID-PARMS
           MOVE RI-RUN-ID TO SC-RUN-ID
           WRITE SUITE-CKPT-RECORD.
           CLOSE SUITE-CKPT.
