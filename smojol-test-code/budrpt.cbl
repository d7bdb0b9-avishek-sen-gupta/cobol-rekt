       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUDRPT.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * BUDRPT - period-end budget-versus-actual report. For every
      * budget on the BUDGET file that binds the closing period -
      * the month's own (YYYYMM) and the year's (YYYY00, measured
      * against year-to-date) - the spend posted to the period
      * ledger on that company and account is summed across
      * currencies and cost centers, priced into the home currency
      * at the newest RATEFEED rate (the compiled-in CURXREF table
      * when no feed is present, the same fall-back the invoice run
      * uses), and shown against the budget with the amount left
      * and the percentage consumed. Lines come out in company and
      * account order with a subtotal per company; a budget already
      * overspent is flagged OVER. This is the report that answers
      * the over-budget holds the invoice run raises during the
      * month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PERIOD-LEDGER ASSIGN TO "PERLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RATE-FEED ASSIGN TO "RATEFEED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "BUDRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
           COPY "budget.cpy".
       FD  PERIOD-LEDGER.
           COPY "perledg.cpy".
       FD  RATE-FEED.
           COPY "ratefeed.cpy".
       FD  REPORT-OUT.
       01  REPORT-OUT-RECORD     PIC X(96).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "curxref.cpy".
       01  WS-BUDGET-EOF-SW        PIC X VALUE "N".
            88 BUDGET-EOF          VALUE "Y".
       01  WS-LEDGER-EOF-SW        PIC X VALUE "N".
            88 LEDGER-EOF          VALUE "Y".
       01  WS-RATE-FEED-EOF-SW     PIC X VALUE "N".
            88 RATE-FEED-EOF       VALUE "Y".
       01  WS-CURRENT-PERIOD       PIC 9(06) VALUE ZERO.
       01  WS-CURRENT-YEAR         PIC 9(04) VALUE ZERO.
       01  WS-YEAR-KEY             PIC 9(06) VALUE ZERO.
       01  WS-LEDGER-YEAR          PIC 9(04) VALUE ZERO.
       01  WS-LEDGER-READ          PIC 9(07) VALUE ZERO.
       01  WS-LOAD-RECS-READ       PIC 9(07) VALUE ZERO.
       01  WS-OVER-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-BASE-CURRENCY        PIC X(04) VALUE SPACES.
       01  WS-BASE-AMOUNT          PIC S9(13)V99 VALUE ZERO.
       01  WS-REMAINING            PIC S9(13)V99 VALUE ZERO.
       01  WS-PCT-CONSUMED         PIC S9(05)V9 VALUE ZERO.
       01  WS-PRIOR-COMPANY        PIC X(02) VALUE SPACES.
       01  WS-CO-BUDGET            PIC 9(15)V99 VALUE ZERO.
       01  WS-CO-ACTUAL            PIC S9(15)V99 VALUE ZERO.
       01  WS-RATE-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 100 TIMES
                   INDEXED BY RATE-NDX.
               10  WS-RATE-CODE     PIC X(04).
               10  WS-RATE-VALUE    PIC 9(03)V9(06).
               10  WS-RATE-EFF-DATE PIC 9(08).
       01  WS-BUD-COUNT            PIC 9(04) COMP VALUE 0.
       01  WS-BUD-TABLE.
           05  WS-BUD-ENTRY OCCURS 1000 TIMES
                   INDEXED BY BUD-NDX.
               10  WS-BUD-KEY.
                   15  WS-BUD-COMPANY   PIC X(02).
                   15  WS-BUD-ACCOUNT   PIC X(08).
                   15  WS-BUD-PERIOD    PIC 9(06).
               10  WS-BUD-AMOUNT    PIC 9(11)V99.
               10  WS-BUD-ACTUAL    PIC S9(13)V99.
       01  WS-BUD-NDX-2            PIC 9(04) COMP VALUE ZERO.
       01  WS-RANK-HOLD            PIC 9(04) COMP VALUE ZERO.
       01  WS-SWAPPED-SW           PIC X VALUE "N".
            88 PASS-SWAPPED        VALUE "Y".
       01  WS-RANK-TABLE.
           05  WS-RANK-SLOT PIC 9(04) COMP OCCURS 1000 TIMES.
       01  WS-HEADING-1.
           05  FILLER  PIC X(33)
                   VALUE "BUDGET VERSUS ACTUAL FOR PERIOD  ".
           05  HL-PERIOD PIC 9(06).
       01  WS-HEADING-2.
           05  FILLER  PIC X(20) VALUE "CO ACCOUNT  PERIOD  ".
           05  FILLER  PIC X(15) VALUE "         BUDGET".
           05  FILLER  PIC X(17) VALUE "           ACTUAL".
           05  FILLER  PIC X(17) VALUE "        REMAINING".
           05  FILLER  PIC X(09) VALUE "   PCT   ".
       01  WS-DETAIL-LINE.
           05  DL-COMPANY   PIC X(02).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-ACCOUNT   PIC X(08).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-PERIOD    PIC X(07).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-BUDGET    PIC ZZZZZZZZZZZ9.99.
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-ACTUAL    PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-REMAINING PIC -ZZZZZZZZZZZZ9.99.
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-PCT       PIC -ZZZZ9.9.
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-FLAG      PIC X(04).
       01  WS-PERIOD-TEXT.
           05  PT-YEAR      PIC 9(04).
           05  PT-SUFFIX    PIC X(03).
       01  WS-MONTH-TEXT REDEFINES WS-PERIOD-TEXT.
           05  PT-PERIOD    PIC 9(06).
           05  FILLER       PIC X(01).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "BUDRPT" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-BUSINESS-DATE(1:6) TO WS-CURRENT-PERIOD.
           COMPUTE WS-CURRENT-YEAR = WS-CURRENT-PERIOD / 100.
           COMPUTE WS-YEAR-KEY = WS-CURRENT-YEAR * 100.
           PERFORM P0A-LOAD-BUDGETS.
           PERFORM P0A-LOAD-RATE-FEED.
           PERFORM P0A-TALLY-LEDGER.
           OPEN OUTPUT REPORT-OUT.
           PERFORM P0A-WRITE-REPORT-BODY.
           CLOSE REPORT-OUT.
           DISPLAY "BUDRPT BUDGETS=" WS-BUD-COUNT
               " LEDGER ROWS=" WS-LEDGER-READ
               " OVER BUDGET=" WS-OVER-COUNT.
           MOVE "BUDRPT" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-LOAD-BUDGETS.
           OPEN INPUT BUDGET-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-BUDGET
               PERFORM UNTIL BUDGET-EOF
                   IF  BG-PERIOD = WS-CURRENT-PERIOD
                       OR BG-PERIOD = WS-YEAR-KEY
                       ADD 1 TO WS-LOAD-RECS-READ
                       IF  WS-BUD-COUNT < 1000
                           ADD 1 TO WS-BUD-COUNT
                           SET BUD-NDX TO WS-BUD-COUNT
                           MOVE BG-COMPANY-CODE
                               TO WS-BUD-COMPANY(BUD-NDX)
                           MOVE BG-ACCOUNT
                               TO WS-BUD-ACCOUNT(BUD-NDX)
                           MOVE BG-PERIOD
                               TO WS-BUD-PERIOD(BUD-NDX)
                           MOVE BG-BUDGET-AMOUNT
                               TO WS-BUD-AMOUNT(BUD-NDX)
                           MOVE ZERO TO WS-BUD-ACTUAL(BUD-NDX)
                       END-IF
                   END-IF
                   PERFORM P0A-READ-BUDGET
               END-PERFORM
               CLOSE BUDGET-FILE
               IF  WS-LOAD-RECS-READ > WS-BUD-COUNT
                   DISPLAY "BUDRPT BUDGET LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-BUD-COUNT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       P0A-READ-BUDGET.
           READ BUDGET-FILE
               AT END
                   SET BUDGET-EOF TO TRUE
           END-READ.
       P0A-LOAD-RATE-FEED.
           OPEN INPUT RATE-FEED.
           IF  FS-SUCCESS
               PERFORM P0A-READ-RATE-FEED
               PERFORM UNTIL RATE-FEED-EOF
                   PERFORM P0A-STORE-RATE
                   PERFORM P0A-READ-RATE-FEED
               END-PERFORM
               CLOSE RATE-FEED
           END-IF.
       P0A-STORE-RATE.
           SET RATE-NDX TO 1
           SEARCH WS-RATE-ENTRY
               AT END
                   IF  WS-RATE-COUNT < 100
                       ADD 1 TO WS-RATE-COUNT
                       SET RATE-NDX TO WS-RATE-COUNT
                       MOVE RF-CURRENCY-CODE
                           TO WS-RATE-CODE(RATE-NDX)
                       MOVE RF-RATE
                           TO WS-RATE-VALUE(RATE-NDX)
                       MOVE RF-EFFECTIVE-DATE
                           TO WS-RATE-EFF-DATE(RATE-NDX)
                   END-IF
               WHEN WS-RATE-CODE(RATE-NDX) = RF-CURRENCY-CODE
                   IF  RF-EFFECTIVE-DATE >= WS-RATE-EFF-DATE(RATE-NDX)
                       MOVE RF-RATE
                           TO WS-RATE-VALUE(RATE-NDX)
                       MOVE RF-EFFECTIVE-DATE
                           TO WS-RATE-EFF-DATE(RATE-NDX)
                   END-IF
           END-SEARCH.
       P0A-READ-RATE-FEED.
           READ RATE-FEED
               AT END
                   SET RATE-FEED-EOF TO TRUE
           END-READ.
      * Net movement (DR less CR) on each ledger row of the year to
      * date is priced into the home currency and added to every
      * budget it falls under - the month's own, and the year's.
       P0A-TALLY-LEDGER.
           OPEN INPUT PERIOD-LEDGER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-LEDGER
               PERFORM UNTIL LEDGER-EOF
                   COMPUTE WS-LEDGER-YEAR = PL-PERIOD / 100
                   IF  WS-LEDGER-YEAR = WS-CURRENT-YEAR
                       AND PL-PERIOD <= WS-CURRENT-PERIOD
                       MOVE PL-CURRENCY TO WS-BASE-CURRENCY
                       COMPUTE WS-BASE-AMOUNT =
                           PL-DR-TOTAL - PL-CR-TOTAL
                       PERFORM P0A-PRICE-IN-BASE
                       PERFORM VARYING BUD-NDX FROM 1 BY 1
                               UNTIL BUD-NDX > WS-BUD-COUNT
                           PERFORM P0A-ADD-LEDGER-TO-BUDGET
                       END-PERFORM
                   END-IF
                   PERFORM P0A-READ-LEDGER
               END-PERFORM
               CLOSE PERIOD-LEDGER
           END-IF.
       P0A-READ-LEDGER.
           READ PERIOD-LEDGER
               AT END
                   SET LEDGER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-LEDGER-READ
           END-READ.
       P0A-ADD-LEDGER-TO-BUDGET.
           IF  WS-BUD-COMPANY(BUD-NDX) = PL-COMPANY
            AND WS-BUD-ACCOUNT(BUD-NDX) = PL-ACCOUNT
            AND (WS-BUD-PERIOD(BUD-NDX) = PL-PERIOD
              OR WS-BUD-PERIOD(BUD-NDX) = WS-YEAR-KEY)
               ADD WS-BASE-AMOUNT TO WS-BUD-ACTUAL(BUD-NDX)
           END-IF.
       P0A-PRICE-IN-BASE.
           IF  WS-RATE-COUNT > ZERO
               SET RATE-NDX TO 1
               SEARCH WS-RATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RATE-CODE(RATE-NDX) = WS-BASE-CURRENCY
                       COMPUTE WS-BASE-AMOUNT ROUNDED =
                           WS-BASE-AMOUNT * WS-RATE-VALUE(RATE-NDX)
               END-SEARCH
           ELSE
               SET CURXREF-NDX TO 1
               SEARCH CURXREF-ENTRY
                   AT END
                       CONTINUE
                   WHEN CURXREF-CODE(CURXREF-NDX) = WS-BASE-CURRENCY
                       COMPUTE WS-BASE-AMOUNT ROUNDED =
                           WS-BASE-AMOUNT * CURXREF-RATE(CURXREF-NDX)
               END-SEARCH
           END-IF.
      * Company / account / period order over an index table, so
      * the budget file need not arrive sorted.
       P0A-WRITE-REPORT-BODY.
           MOVE WS-CURRENT-PERIOD TO HL-PERIOD.
           MOVE WS-HEADING-1 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE WS-HEADING-2 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           PERFORM VARYING WS-BUD-NDX-2 FROM 1 BY 1
                   UNTIL WS-BUD-NDX-2 > WS-BUD-COUNT
               MOVE WS-BUD-NDX-2 TO WS-RANK-SLOT(WS-BUD-NDX-2)
           END-PERFORM.
           PERFORM P0A-SORT-RANK-TABLE.
           PERFORM VARYING WS-BUD-NDX-2 FROM 1 BY 1
                   UNTIL WS-BUD-NDX-2 > WS-BUD-COUNT
               SET BUD-NDX TO WS-RANK-SLOT(WS-BUD-NDX-2)
               IF  WS-BUD-NDX-2 > 1
                   AND WS-BUD-COMPANY(BUD-NDX) NOT = WS-PRIOR-COMPANY
                   PERFORM P0A-WRITE-COMPANY-TOTAL
               END-IF
               MOVE WS-BUD-COMPANY(BUD-NDX) TO WS-PRIOR-COMPANY
               PERFORM P0A-WRITE-ONE-BUDGET
           END-PERFORM.
           IF  WS-BUD-COUNT > ZERO
               PERFORM P0A-WRITE-COMPANY-TOTAL
           END-IF.
       P0A-SORT-RANK-TABLE.
           SET PASS-SWAPPED TO TRUE
           PERFORM UNTIL NOT PASS-SWAPPED
               MOVE "N" TO WS-SWAPPED-SW
               PERFORM VARYING WS-BUD-NDX-2 FROM 1 BY 1
                       UNTIL WS-BUD-NDX-2 >= WS-BUD-COUNT
                   PERFORM P0A-COMPARE-AND-SWAP
               END-PERFORM
           END-PERFORM.
       P0A-COMPARE-AND-SWAP.
           IF  WS-BUD-KEY(WS-RANK-SLOT(WS-BUD-NDX-2)) >
               WS-BUD-KEY(WS-RANK-SLOT(WS-BUD-NDX-2 + 1))
               MOVE WS-RANK-SLOT(WS-BUD-NDX-2) TO WS-RANK-HOLD
               MOVE WS-RANK-SLOT(WS-BUD-NDX-2 + 1)
                   TO WS-RANK-SLOT(WS-BUD-NDX-2)
               MOVE WS-RANK-HOLD
                   TO WS-RANK-SLOT(WS-BUD-NDX-2 + 1)
               SET PASS-SWAPPED TO TRUE
           END-IF.
       P0A-WRITE-ONE-BUDGET.
           MOVE SPACES TO DL-FLAG
           MOVE WS-BUD-COMPANY(BUD-NDX) TO DL-COMPANY
           MOVE WS-BUD-ACCOUNT(BUD-NDX) TO DL-ACCOUNT
           IF  WS-BUD-PERIOD(BUD-NDX) = WS-YEAR-KEY
               MOVE WS-CURRENT-YEAR TO PT-YEAR
               MOVE " YR"           TO PT-SUFFIX
           ELSE
               MOVE WS-BUD-PERIOD(BUD-NDX) TO PT-PERIOD
               MOVE SPACE TO WS-PERIOD-TEXT(7:1)
           END-IF
           MOVE WS-PERIOD-TEXT TO DL-PERIOD
           MOVE WS-BUD-AMOUNT(BUD-NDX) TO DL-BUDGET
           MOVE WS-BUD-ACTUAL(BUD-NDX) TO DL-ACTUAL
           COMPUTE WS-REMAINING =
               WS-BUD-AMOUNT(BUD-NDX) - WS-BUD-ACTUAL(BUD-NDX)
           MOVE WS-REMAINING TO DL-REMAINING
           IF  WS-REMAINING < ZERO
               MOVE "OVER" TO DL-FLAG
               ADD 1 TO WS-OVER-COUNT
           END-IF
           IF  WS-BUD-AMOUNT(BUD-NDX) > ZERO
               COMPUTE WS-PCT-CONSUMED ROUNDED =
                   WS-BUD-ACTUAL(BUD-NDX) * 100
                   / WS-BUD-AMOUNT(BUD-NDX)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PCT-CONSUMED
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-PCT-CONSUMED
           END-IF
           MOVE WS-PCT-CONSUMED TO DL-PCT
           ADD WS-BUD-AMOUNT(BUD-NDX) TO WS-CO-BUDGET
           ADD WS-BUD-ACTUAL(BUD-NDX) TO WS-CO-ACTUAL
           MOVE WS-DETAIL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.
       P0A-WRITE-COMPANY-TOTAL.
           MOVE SPACES TO DL-FLAG
           MOVE WS-PRIOR-COMPANY TO DL-COMPANY
           MOVE "TOTAL   " TO DL-ACCOUNT
           MOVE SPACES TO DL-PERIOD
           MOVE WS-CO-BUDGET TO DL-BUDGET
           MOVE WS-CO-ACTUAL TO DL-ACTUAL
           COMPUTE WS-REMAINING = WS-CO-BUDGET - WS-CO-ACTUAL
           MOVE WS-REMAINING TO DL-REMAINING
           IF  WS-CO-BUDGET > ZERO
               COMPUTE WS-PCT-CONSUMED ROUNDED =
                   WS-CO-ACTUAL * 100 / WS-CO-BUDGET
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PCT-CONSUMED
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-PCT-CONSUMED
           END-IF
           MOVE WS-PCT-CONSUMED TO DL-PCT
           MOVE WS-DETAIL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           MOVE SPACES TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           MOVE ZERO TO WS-CO-BUDGET
           MOVE ZERO TO WS-CO-ACTUAL.
