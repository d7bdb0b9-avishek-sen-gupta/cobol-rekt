       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYPLAN.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * PAYPLAN - nightly payment-plan run, after cash application
      * and before DUNNING. Collections agree plans by phone and add
      * them to the PAYPLAN file with a blank status. A new plan is
      * set up by re-scheduling the account's open items into one
      * OPENITEM per instalment (PL0001, PL0002 ...) falling due from
      * the start date at the plan's frequency, the last instalment
      * taking the odd pence - so DUNNING, which works from the oldest
      * open item, stops chasing a customer who is keeping to the
      * plan. A plan is rejected when the account owes nothing, when
      * its total is not the account's open balance (a zero total
      * takes the balance as it stands), when the terms make no sense
      * or run past 120 instalments, or when the account already has
      * a plan running. Every active plan is then checked: with no
      * instalment items left open it is COMPLETED; with an
      * instalment still open past its due date it is DEFAULTED, and
      * every remaining instalment is made due on the missed date so
      * the full remaining balance goes back to normal dunning from
      * that day. The items go to OPENITMN and the plans to PAYPLANN
      * for the swap steps; PLANRPT lists every plan with what is
      * left on it. RETURN-CODE 4 when a plan was rejected or a table
      * filled.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO "PAYPLAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PLAN-OUT ASSIGN TO "PAYPLANN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPEN-ITEMS ASSIGN TO "OPENITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPEN-ITEMS-NEW ASSIGN TO "OPENITMN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PLAN-REPORT ASSIGN TO "PLANRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FILE.
           COPY "payplan.cpy".
       FD  PLAN-OUT.
       01  PLAN-OUT-RECORD       PIC X(59).
       FD  OPEN-ITEMS.
           COPY "openitem.cpy".
       FD  OPEN-ITEMS-NEW.
       01  OPEN-ITEM-NEW-RECORD  PIC X(37).
       FD  PLAN-REPORT.
       01  PLAN-REPORT-RECORD    PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
       01  WS-PLAN-EOF-SW          PIC X VALUE "N".
            88 PLAN-EOF            VALUE "Y".
       01  WS-OPENITEM-EOF-SW      PIC X VALUE "N".
            88 OPENITEM-EOF        VALUE "Y".
       01  WS-STEP-RC              PIC 9(02) VALUE ZERO.
       01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
       01  WS-PLANS-SET-UP         PIC 9(05) VALUE ZERO.
       01  WS-PLANS-REJECTED       PIC 9(05) VALUE ZERO.
       01  WS-PLANS-ACTIVE         PIC 9(05) VALUE ZERO.
       01  WS-PLANS-COMPLETED      PIC 9(05) VALUE ZERO.
       01  WS-PLANS-DEFAULTED      PIC 9(05) VALUE ZERO.
       01  WS-ITEMS-RESCHEDULED    PIC 9(07) VALUE ZERO.
       01  WS-INSTALMENTS-RAISED   PIC 9(07) VALUE ZERO.
       01  WS-ACCT-BALANCE         PIC 9(09)V99 VALUE ZERO.
       01  WS-ACCT-PLAN-ITEMS      PIC 9(04) VALUE ZERO.
       01  WS-ACCT-NEXT-DUE        PIC 9(08) VALUE ZERO.
       01  WS-MISSED-DUE           PIC 9(08) VALUE ZERO.
       01  WS-REMAINING            PIC 9(09)V99 VALUE ZERO.
       01  WS-INSTALMENT-NO        PIC 9(04) VALUE ZERO.
       01  WS-INSTALMENTS-NEEDED   PIC 9(05) VALUE ZERO.
       01  WS-INSTALMENT-LIMIT     PIC 9(03) VALUE 120.
       01  WS-PLAN-BILL-NO.
           05  FILLER              PIC X(02) VALUE "PL".
           05  WS-PLAN-BILL-SEQ    PIC 9(04).
      * One table of the account's items, in file order; a
      * re-scheduled item is marked RSCH and not written back.
       01  WS-ITEM-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ITEM-NDX.
               10  WS-ITM-ACCOUNT PIC X(10).
               10  WS-ITM-BILL    PIC X(06).
               10  WS-ITM-AMOUNT  PIC 9(07)V99.
               10  WS-ITM-DUE     PIC 9(08).
               10  WS-ITM-STATUS  PIC X(04).
       01  WS-PLAN-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PLAN-NDX.
               10  WS-PLAN-RECORD  PIC X(59).
       01  WS-PLAN-NDX-2           PIC 9(04) COMP VALUE 0.
       01  WS-OTHER-PLAN           PIC X(59).
       01  WS-OTHER-PLAN-FIELDS REDEFINES WS-OTHER-PLAN.
           05  WS-OP-ACCOUNT       PIC X(10).
           05  FILLER              PIC X(35).
           05  WS-OP-STATUS        PIC X(01).
           05  FILLER              PIC X(13).
       01  WS-DUE-DATE             PIC 9(08) VALUE ZERO.
       01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY         PIC 9(04).
           05  WS-DUE-MM           PIC 9(02).
           05  WS-DUE-DD           PIC 9(02).
       01  WS-START-PARTS.
           05  WS-START-YYYY       PIC 9(04).
           05  WS-START-MM         PIC 9(02).
           05  WS-START-DD         PIC 9(02).
       01  WS-MONTH-END-DAY        PIC 9(02) VALUE ZERO.
       01  WS-LEAP-QUOTIENT        PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REMAINDER       PIC 9(03) VALUE ZERO.
       01  WS-MONTH-DAYS-VALUES.
           05  FILLER PIC X(24) VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.
       01  WS-HEADING-LINE.
           05  FILLER  PIC X(23) VALUE "PAYMENT PLANS AT CLOSE ".
           05  HL-DATE PIC 9(08).
       01  WS-COLUMN-LINE.
           05  FILLER  PIC X(22) VALUE "ACCOUNT    STATUS".
           05  FILLER  PIC X(23) VALUE " PLAN TOTAL INSTALMENT".
           05  FILLER  PIC X(22) VALUE " F START     REMAINING".
           05  FILLER  PIC X(13) VALUE " NEXT DUE RSN".
       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT      PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-STATUS       PIC X(10).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-TOTAL        PIC ZZZZZZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-INSTALMENT   PIC ZZZZZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-FREQUENCY    PIC X(01).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-START        PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-REMAINING    PIC ZZZZZZ9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-NEXT-DUE     PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-NOTE         PIC X(03).
       01  WS-TOTAL-LINE.
           05  FILLER          PIC X(08) VALUE "SET UP ".
           05  TL-SET-UP       PIC ZZZZ9.
           05  FILLER          PIC X(09) VALUE "  ACTIVE ".
           05  TL-ACTIVE       PIC ZZZZ9.
           05  FILLER          PIC X(12) VALUE "  COMPLETED ".
           05  TL-COMPLETED    PIC ZZZZ9.
           05  FILLER          PIC X(12) VALUE "  DEFAULTED ".
           05  TL-DEFAULTED    PIC ZZZZ9.
           05  FILLER          PIC X(11) VALUE "  REJECTED ".
           05  TL-REJECTED     PIC ZZZZ9.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "PAYPLAN" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-BUSINESS-DATE TO WS-RUN-DATE.
           PERFORM P0A-LOAD-OPEN-ITEMS.
           PERFORM P0A-LOAD-PLANS.
           OPEN OUTPUT PLAN-REPORT.
           MOVE WS-RUN-DATE TO HL-DATE.
           MOVE WS-HEADING-LINE TO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
           PERFORM VARYING PLAN-NDX FROM 1 BY 1
                   UNTIL PLAN-NDX > WS-PLAN-COUNT
               MOVE WS-PLAN-RECORD(PLAN-NDX) TO PAYMENT-PLAN-RECORD
               EVALUATE TRUE
                   WHEN PN-STAT-NEW
                       PERFORM P0A-SET-UP-PLAN
                   WHEN PN-STAT-ACTIVE
                       PERFORM P0A-CHECK-ACTIVE-PLAN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE PAYMENT-PLAN-RECORD TO WS-PLAN-RECORD(PLAN-NDX)
               PERFORM P0A-REPORT-PLAN
           END-PERFORM.
           MOVE WS-PLANS-SET-UP    TO TL-SET-UP.
           MOVE WS-PLANS-ACTIVE    TO TL-ACTIVE.
           MOVE WS-PLANS-COMPLETED TO TL-COMPLETED.
           MOVE WS-PLANS-DEFAULTED TO TL-DEFAULTED.
           MOVE WS-PLANS-REJECTED  TO TL-REJECTED.
           MOVE WS-TOTAL-LINE TO PLAN-REPORT-RECORD.
           WRITE PLAN-REPORT-RECORD.
           CLOSE PLAN-REPORT.
           PERFORM P0A-WRITE-PLANS.
           PERFORM P0A-WRITE-OPEN-ITEMS.
           IF  WS-PLANS-REJECTED > ZERO
               MOVE 4 TO WS-STEP-RC
           END-IF.
           DISPLAY "PAYPLAN SET UP=" WS-PLANS-SET-UP
               " REJECTED=" WS-PLANS-REJECTED
               " COMPLETED=" WS-PLANS-COMPLETED
               " DEFAULTED=" WS-PLANS-DEFAULTED
               " ACTIVE=" WS-PLANS-ACTIVE.
           DISPLAY "PAYPLAN ITEMS RESCHEDULED=" WS-ITEMS-RESCHEDULED
               " INSTALMENTS RAISED=" WS-INSTALMENTS-RAISED.
           MOVE "PAYPLAN" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           MOVE WS-STEP-RC TO RETURN-CODE.
           GOBACK.
       P0A-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEMS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-OPEN-ITEM
               PERFORM UNTIL OPENITEM-EOF
                   IF  WS-ITEM-COUNT < 5000
                       ADD 1 TO WS-ITEM-COUNT
                       SET ITEM-NDX TO WS-ITEM-COUNT
                       MOVE OI-ACCOUNT-NO
                           TO WS-ITM-ACCOUNT(ITEM-NDX)
                       MOVE OI-BILL-NO
                           TO WS-ITM-BILL(ITEM-NDX)
                       MOVE OI-AMOUNT
                           TO WS-ITM-AMOUNT(ITEM-NDX)
                       MOVE OI-DUE-DATE
                           TO WS-ITM-DUE(ITEM-NDX)
                       MOVE OI-STATUS
                           TO WS-ITM-STATUS(ITEM-NDX)
                   ELSE
                       DISPLAY "PAYPLAN ITEM TABLE FULL - "
                           OI-ACCOUNT-NO " " OI-BILL-NO " DROPPED"
                       MOVE 4 TO WS-STEP-RC
                   END-IF
                   PERFORM P0A-READ-OPEN-ITEM
               END-PERFORM
               CLOSE OPEN-ITEMS
           END-IF.
       P0A-READ-OPEN-ITEM.
           READ OPEN-ITEMS
               AT END
                   SET OPENITEM-EOF TO TRUE
           END-READ.
       P0A-LOAD-PLANS.
           OPEN INPUT PLAN-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-PLAN
               PERFORM UNTIL PLAN-EOF
                   IF  WS-PLAN-COUNT < 1000
                       ADD 1 TO WS-PLAN-COUNT
                       SET PLAN-NDX TO WS-PLAN-COUNT
                       MOVE PAYMENT-PLAN-RECORD
                           TO WS-PLAN-RECORD(PLAN-NDX)
                   ELSE
                       DISPLAY "PAYPLAN PLAN TABLE FULL - "
                           PN-ACCOUNT-NO " NOT PROCESSED"
                       MOVE 4 TO WS-STEP-RC
                   END-IF
                   PERFORM P0A-READ-PLAN
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.
       P0A-READ-PLAN.
           READ PLAN-FILE
               AT END
                   SET PLAN-EOF TO TRUE
           END-READ.
      * The plan must cover exactly what the account owes tonight;
      * the terms are checked before a single item is touched.
       P0A-SET-UP-PLAN.
           PERFORM P0A-SUM-ACCOUNT-ITEMS
           PERFORM P0A-CHECK-OTHER-PLANS
           IF  PN-PLAN-TOTAL NOT NUMERIC
               MOVE ZERO TO PN-PLAN-TOTAL
           END-IF
           IF  PN-PLAN-TOTAL = ZERO
               MOVE WS-ACCT-BALANCE TO PN-PLAN-TOTAL
           END-IF
           IF  PN-INSTALMENT NUMERIC AND PN-INSTALMENT > ZERO
               DIVIDE PN-PLAN-TOTAL BY PN-INSTALMENT
                   GIVING WS-INSTALMENTS-NEEDED
               IF  WS-INSTALMENTS-NEEDED * PN-INSTALMENT
                       < PN-PLAN-TOTAL
                   ADD 1 TO WS-INSTALMENTS-NEEDED
               END-IF
           ELSE
               MOVE ZERO TO WS-INSTALMENTS-NEEDED
           END-IF
           EVALUATE TRUE
               WHEN PN-REJ-PLAN-OPEN
                   CONTINUE
               WHEN WS-ACCT-BALANCE = ZERO
                   SET PN-REJ-NO-BALANCE TO TRUE
               WHEN PN-PLAN-TOTAL NOT = WS-ACCT-BALANCE
                   SET PN-REJ-TOTAL-DIFF TO TRUE
               WHEN WS-INSTALMENTS-NEEDED = ZERO
                   OR WS-INSTALMENTS-NEEDED > WS-INSTALMENT-LIMIT
                   OR NOT (PN-FREQ-WEEKLY OR PN-FREQ-FORTNIGHT
                           OR PN-FREQ-MONTHLY)
                   OR PN-START-DATE NOT NUMERIC
                   OR PN-START-DATE < WS-RUN-DATE
                   SET PN-REJ-BAD-TERMS TO TRUE
               WHEN WS-ITEM-COUNT + WS-INSTALMENTS-NEEDED > 5000
                   SET PN-REJ-NO-ROOM TO TRUE
               WHEN OTHER
                   MOVE SPACES TO PN-REJECT-REASON
           END-EVALUATE
           MOVE WS-RUN-DATE TO PN-STATUS-DATE
           IF  PN-REJECT-REASON NOT = SPACES
               SET PN-STAT-REJECTED TO TRUE
               ADD 1 TO WS-PLANS-REJECTED
           ELSE
               PERFORM P0A-RESCHEDULE-ACCOUNT
               SET PN-STAT-ACTIVE TO TRUE
               ADD 1 TO WS-PLANS-SET-UP
               ADD 1 TO WS-PLANS-ACTIVE
           END-IF.
      * One running plan per account - a second is refused until the
      * first completes or defaults.
       P0A-CHECK-OTHER-PLANS.
           MOVE SPACES TO PN-REJECT-REASON
           PERFORM VARYING WS-PLAN-NDX-2 FROM 1 BY 1
                   UNTIL WS-PLAN-NDX-2 > WS-PLAN-COUNT
               MOVE WS-PLAN-RECORD(WS-PLAN-NDX-2) TO WS-OTHER-PLAN
               IF  WS-OP-ACCOUNT = PN-ACCOUNT-NO
                AND WS-OP-STATUS = "A"
                   SET PN-REJ-PLAN-OPEN TO TRUE
               END-IF
           END-PERFORM.
      * An instalment out for direct-debit collection is still owed
      * but has not been missed - the bank has it.
       P0A-SUM-ACCOUNT-ITEMS.
           MOVE ZERO     TO WS-ACCT-BALANCE
           MOVE ZERO     TO WS-ACCT-PLAN-ITEMS
           MOVE 99999999 TO WS-ACCT-NEXT-DUE
           PERFORM VARYING ITEM-NDX FROM 1 BY 1
                   UNTIL ITEM-NDX > WS-ITEM-COUNT
               IF  WS-ITM-ACCOUNT(ITEM-NDX) = PN-ACCOUNT-NO
                AND WS-ITM-STATUS(ITEM-NDX) = "OPEN"
                AND WS-ITM-AMOUNT(ITEM-NDX) > ZERO
                   ADD WS-ITM-AMOUNT(ITEM-NDX) TO WS-ACCT-BALANCE
                   IF  WS-ITM-BILL(ITEM-NDX)(1:2) = "PL"
                       ADD 1 TO WS-ACCT-PLAN-ITEMS
                       IF  WS-ITM-DUE(ITEM-NDX) < WS-ACCT-NEXT-DUE
                           MOVE WS-ITM-DUE(ITEM-NDX)
                               TO WS-ACCT-NEXT-DUE
                       END-IF
                   END-IF
               END-IF
               IF  WS-ITM-ACCOUNT(ITEM-NDX) = PN-ACCOUNT-NO
                AND WS-ITM-STATUS(ITEM-NDX) = "DDCL"
                AND WS-ITM-BILL(ITEM-NDX)(1:2) = "PL"
                   ADD 1 TO WS-ACCT-PLAN-ITEMS
               END-IF
           END-PERFORM.
      * Take the account's open items off and put the instalments on
      * in their place, the last one taking whatever is left.
       P0A-RESCHEDULE-ACCOUNT.
           PERFORM VARYING ITEM-NDX FROM 1 BY 1
                   UNTIL ITEM-NDX > WS-ITEM-COUNT
               IF  WS-ITM-ACCOUNT(ITEM-NDX) = PN-ACCOUNT-NO
                AND WS-ITM-STATUS(ITEM-NDX) = "OPEN"
                AND WS-ITM-AMOUNT(ITEM-NDX) > ZERO
                   MOVE "RSCH" TO WS-ITM-STATUS(ITEM-NDX)
                   ADD 1 TO WS-ITEMS-RESCHEDULED
               END-IF
           END-PERFORM
           MOVE PN-PLAN-TOTAL TO WS-REMAINING
           MOVE PN-START-DATE TO WS-DUE-DATE
           MOVE PN-START-DATE TO WS-START-PARTS
           MOVE ZERO          TO WS-INSTALMENT-NO
           PERFORM UNTIL WS-REMAINING = ZERO
               ADD 1 TO WS-INSTALMENT-NO
               ADD 1 TO WS-ITEM-COUNT
               SET ITEM-NDX TO WS-ITEM-COUNT
               MOVE WS-INSTALMENT-NO TO WS-PLAN-BILL-SEQ
               MOVE PN-ACCOUNT-NO    TO WS-ITM-ACCOUNT(ITEM-NDX)
               MOVE WS-PLAN-BILL-NO  TO WS-ITM-BILL(ITEM-NDX)
               MOVE WS-DUE-DATE      TO WS-ITM-DUE(ITEM-NDX)
               MOVE "OPEN"           TO WS-ITM-STATUS(ITEM-NDX)
               IF  WS-REMAINING > PN-INSTALMENT
                   MOVE PN-INSTALMENT TO WS-ITM-AMOUNT(ITEM-NDX)
               ELSE
                   MOVE WS-REMAINING  TO WS-ITM-AMOUNT(ITEM-NDX)
               END-IF
               SUBTRACT WS-ITM-AMOUNT(ITEM-NDX) FROM WS-REMAINING
               ADD 1 TO WS-INSTALMENTS-RAISED
               PERFORM P0A-ADVANCE-DUE-DATE
           END-PERFORM
           MOVE WS-INSTALMENT-NO TO PN-INSTALMENTS.
      * Weekly and fortnightly instalments are a plain count of
      * days; monthly ones land on the start date's day, or the last
      * day of a shorter month.
       P0A-ADVANCE-DUE-DATE.
           EVALUATE TRUE
               WHEN PN-FREQ-WEEKLY
                   COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 7)
               WHEN PN-FREQ-FORTNIGHT
                   COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 14)
               WHEN OTHER
                   ADD 1 TO WS-DUE-MM
                   IF  WS-DUE-MM > 12
                       SUBTRACT 12 FROM WS-DUE-MM
                       ADD 1 TO WS-DUE-YYYY
                   END-IF
                   MOVE WS-START-DD TO WS-DUE-DD
                   PERFORM P0A-CLAMP-TO-MONTH-END
           END-EVALUATE.
       P0A-CLAMP-TO-MONTH-END.
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
           END-IF.
      * Cash has already been applied tonight, so an instalment
      * still open after its due date has been missed.
       P0A-CHECK-ACTIVE-PLAN.
           PERFORM P0A-SUM-ACCOUNT-ITEMS
           EVALUATE TRUE
               WHEN WS-ACCT-PLAN-ITEMS = ZERO
                   SET PN-STAT-COMPLETED TO TRUE
                   MOVE WS-RUN-DATE TO PN-STATUS-DATE
                   ADD 1 TO WS-PLANS-COMPLETED
               WHEN WS-ACCT-NEXT-DUE < WS-RUN-DATE
                   MOVE WS-ACCT-NEXT-DUE TO WS-MISSED-DUE
                   PERFORM P0A-ACCELERATE-PLAN
                   SET PN-STAT-DEFAULTED TO TRUE
                   MOVE WS-RUN-DATE TO PN-STATUS-DATE
                   ADD 1 TO WS-PLANS-DEFAULTED
               WHEN OTHER
                   ADD 1 TO WS-PLANS-ACTIVE
           END-EVALUATE.
       P0A-ACCELERATE-PLAN.
           PERFORM VARYING ITEM-NDX FROM 1 BY 1
                   UNTIL ITEM-NDX > WS-ITEM-COUNT
               IF  WS-ITM-ACCOUNT(ITEM-NDX) = PN-ACCOUNT-NO
                AND WS-ITM-STATUS(ITEM-NDX) = "OPEN"
                AND WS-ITM-BILL(ITEM-NDX)(1:2) = "PL"
                   MOVE WS-MISSED-DUE TO WS-ITM-DUE(ITEM-NDX)
               END-IF
           END-PERFORM
           MOVE WS-MISSED-DUE TO WS-ACCT-NEXT-DUE.
       P0A-REPORT-PLAN.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PN-ACCOUNT-NO TO DL-ACCOUNT
           EVALUATE TRUE
               WHEN PN-STAT-ACTIVE AND PN-STATUS-DATE = WS-RUN-DATE
                   MOVE "SET UP"    TO DL-STATUS
               WHEN PN-STAT-ACTIVE
                   MOVE "ACTIVE"    TO DL-STATUS
               WHEN PN-STAT-COMPLETED
                   MOVE "COMPLETED" TO DL-STATUS
               WHEN PN-STAT-DEFAULTED
                   MOVE "DEFAULTED" TO DL-STATUS
               WHEN PN-STAT-REJECTED
                   MOVE "REJECTED"  TO DL-STATUS
                   MOVE PN-REJECT-REASON TO DL-NOTE
               WHEN OTHER
                   MOVE "UNKNOWN"   TO DL-STATUS
           END-EVALUATE
           IF  PN-PLAN-TOTAL NUMERIC
               MOVE PN-PLAN-TOTAL TO DL-TOTAL
           END-IF
           IF  PN-INSTALMENT NUMERIC
               MOVE PN-INSTALMENT TO DL-INSTALMENT
           END-IF
           MOVE PN-FREQUENCY  TO DL-FREQUENCY
           IF  PN-START-DATE NUMERIC
               MOVE PN-START-DATE TO DL-START
           END-IF
           IF  PN-STAT-ACTIVE OR PN-STAT-DEFAULTED
               PERFORM P0A-SUM-ACCOUNT-ITEMS
               MOVE WS-ACCT-BALANCE TO DL-REMAINING
               IF  WS-ACCT-PLAN-ITEMS > ZERO
                   MOVE WS-ACCT-NEXT-DUE TO DL-NEXT-DUE
               END-IF
           END-IF
           MOVE WS-DETAIL-LINE TO PLAN-REPORT-RECORD
           WRITE PLAN-REPORT-RECORD.
       P0A-WRITE-PLANS.
           OPEN OUTPUT PLAN-OUT.
           PERFORM VARYING PLAN-NDX FROM 1 BY 1
                   UNTIL PLAN-NDX > WS-PLAN-COUNT
               MOVE WS-PLAN-RECORD(PLAN-NDX) TO PLAN-OUT-RECORD
               WRITE PLAN-OUT-RECORD
           END-PERFORM.
           CLOSE PLAN-OUT.
       P0A-WRITE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEMS-NEW.
           PERFORM VARYING ITEM-NDX FROM 1 BY 1
                   UNTIL ITEM-NDX > WS-ITEM-COUNT
               IF  WS-ITM-STATUS(ITEM-NDX) NOT = "RSCH"
                   MOVE WS-ITM-ACCOUNT(ITEM-NDX) TO OI-ACCOUNT-NO
                   MOVE WS-ITM-BILL(ITEM-NDX)    TO OI-BILL-NO
                   MOVE WS-ITM-AMOUNT(ITEM-NDX)  TO OI-AMOUNT
                   MOVE WS-ITM-DUE(ITEM-NDX)     TO OI-DUE-DATE
                   MOVE WS-ITM-STATUS(ITEM-NDX)  TO OI-STATUS
                   MOVE OPEN-ITEM-RECORD TO OPEN-ITEM-NEW-RECORD
                   WRITE OPEN-ITEM-NEW-RECORD
               END-IF
           END-PERFORM.
           CLOSE OPEN-ITEMS-NEW.
