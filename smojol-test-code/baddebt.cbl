       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BADDEBT.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * BADDEBT - month-end doubtful-debt provision, worked from the
      * same aging BILLAGE prints instead of on a calculator from
      * the printed report. The book is aged exactly as BILLAGE
      * ages it - each OPEN item against its due date (the account's
      * master status applied to it), else the blended master - into
      * the 0-30 / 31-60 / 61-90 / over-90 buckets by status code.
      * The PROVMTRX deck gives the provision percentage for each
      * bucket: a row keyed by a status code (DISP, say) applies to
      * that status, the row keyed by spaces to every other status,
      * and with no default row the standard rates of 1, 5, 20 and
      * 50 percent apply. A row whose rates are not numeric or run
      * over 100 percent is listed and ignored, with return code 4.
      * The allowance required is the sum of every bucket balance at
      * its rate; the allowance already booked is the ALLOWDBT
      * balance in PERLEDG (credit side, every period to date). The
      * difference goes to BADJRNL in the gljrnl.cpy layout for the
      * month-end posting - a top-up DR BADDEBT CR ALLOWDBT, a
      * release DR ALLOWDBT CR BADDEBT - and the PROVSCHD schedule
      * shows the working behind every number: each status and
      * bucket with its balance, the rate and where the rate came
      * from, the provision, and the required, booked and movement
      * figures the journal was written from.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVISION-MATRIX ASSIGN TO "PROVMTRX"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BILLMSTR-FILE ASSIGN TO "BILLMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPEN-ITEMS ASSIGN TO "OPENITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PERIOD-LEDGER ASSIGN TO "PERLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PROVISION-JOURNAL ASSIGN TO "BADJRNL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PROVISION-SCHEDULE ASSIGN TO "PROVSCHD"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PROVISION-MATRIX.
       01  PROVISION-MATRIX-RECORD.
           05  PM-STATUS          PIC X(04).
           05  PM-RATE            PIC 9(03)V99 OCCURS 4 TIMES.
       FD  BILLMSTR-FILE.
           COPY "billmstr.cpy".
       FD  OPEN-ITEMS.
           COPY "openitem.cpy".
       FD  PERIOD-LEDGER.
           COPY "perledg.cpy".
       FD  PROVISION-JOURNAL.
           COPY "gljrnl.cpy".
       FD  PROVISION-SCHEDULE.
       01  PROVISION-SCHEDULE-RECORD PIC X(96).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "billxref.cpy".
       01  WS-INPUT-EOF-SW         PIC X VALUE "N".
            88 INPUT-EOF           VALUE "Y".
       01  WS-ITEMS-PRESENT-SW     PIC X VALUE "N".
            88 ITEMS-PRESENT       VALUE "Y".
       01  WS-ROW-VALID-SW         PIC X VALUE "N".
            88 ROW-VALID           VALUE "Y".
       01  WS-TABLE-FULL-SW        PIC X VALUE "N".
            88 TABLE-FULL          VALUE "Y".
       01  WS-STEP-RC              PIC 9(02) VALUE ZERO.
       01  WS-CURRENT-PERIOD       PIC 9(06) VALUE ZERO.
       01  WS-ACCOUNTS-READ        PIC 9(07) VALUE ZERO.
       01  WS-DAYS-OVERDUE         PIC S9(05) VALUE ZERO.
       01  WS-BUCKET-NO            PIC 9(01) VALUE ZERO.
       01  WS-WORK-STATUS          PIC X(04) VALUE SPACES.
       01  WS-WORK-AMOUNT          PIC 9(09)V99 VALUE ZERO.
       01  WS-WORK-DUE             PIC 9(08) VALUE ZERO.
       01  WS-WORK-RATE            PIC 9(03)V99 VALUE ZERO.
       01  WS-WORK-PROVISION       PIC 9(13)V99 VALUE ZERO.
       01  WS-RATE-BASIS           PIC X(12) VALUE SPACES.
       01  WS-STATUS-DESC          PIC X(20) VALUE SPACES.
       01  WS-STATUS-BALANCE       PIC 9(13)V99 VALUE ZERO.
       01  WS-STATUS-PROVISION     PIC 9(13)V99 VALUE ZERO.
       01  WS-AGED-TOTAL           PIC 9(13)V99 VALUE ZERO.
       01  WS-REQUIRED             PIC 9(13)V99 VALUE ZERO.
       01  WS-BOOKED               PIC S9(13)V99 VALUE ZERO.
       01  WS-MOVEMENT             PIC S9(13)V99 VALUE ZERO.
       01  WS-JOURNAL-AMOUNT       PIC 9(13)V99 VALUE ZERO.
       01  WS-LEDGER-ROWS-USED     PIC 9(07) VALUE ZERO.
       01  WS-ROWS-REJECTED        PIC 9(05) VALUE ZERO.
       01  WS-RATE-NDX             PIC 9(01) VALUE ZERO.
      * The standard rates, used by bucket when the deck has no
      * default row.
       01  WS-STANDARD-RATE-VALUES.
           05  FILLER PIC 9(03)V99 VALUE 1.00.
           05  FILLER PIC 9(03)V99 VALUE 5.00.
           05  FILLER PIC 9(03)V99 VALUE 20.00.
           05  FILLER PIC 9(03)V99 VALUE 50.00.
       01  WS-STANDARD-RATES REDEFINES WS-STANDARD-RATE-VALUES.
           05  WS-STANDARD-RATE PIC 9(03)V99 OCCURS 4 TIMES.
       01  WS-BUCKET-NAME-VALUES.
           05  FILLER PIC X(08) VALUE "0-30    ".
           05  FILLER PIC X(08) VALUE "31-60   ".
           05  FILLER PIC X(08) VALUE "61-90   ".
           05  FILLER PIC X(08) VALUE "OVER 90 ".
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAME-VALUES.
           05  WS-BUCKET-NAME PIC X(08) OCCURS 4 TIMES.
       01  WS-ROW-COUNT            PIC 9(02) COMP VALUE 0.
       01  WS-ROW-TABLE.
           05  WS-ROW-ENTRY OCCURS 20 TIMES
                   INDEXED BY ROW-NDX.
               10  WS-ROW-STATUS  PIC X(04).
               10  WS-ROW-RATE    PIC 9(03)V99 OCCURS 4 TIMES.
       01  WS-STAT-COUNT           PIC 9(02) COMP VALUE 0.
       01  WS-STAT-TABLE.
           05  WS-STAT-ENTRY OCCURS 20 TIMES
                   INDEXED BY STAT-NDX.
               10  WS-STAT-CODE PIC X(04).
               10  WS-STAT-AMT  PIC 9(13)V99 OCCURS 4 TIMES.
       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-TOT  PIC 9(13)V99 OCCURS 4 TIMES.
           05  WS-BUCKET-PROV PIC 9(13)V99 OCCURS 4 TIMES.
       01  WS-ACCT-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ACCT-NDX.
               10  WS-ACCT-NO     PIC X(10).
               10  WS-ACCT-STATUS PIC X(04).
       01  WS-HEADING-1.
           05  FILLER  PIC X(39)
                   VALUE "DOUBTFUL-DEBT PROVISION SCHEDULE AS AT ".
           05  H1-DATE PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER  PIC X(26) VALUE "STAT DESCRIPTION          ".
           05  FILLER  PIC X(09) VALUE "BUCKET   ".
           05  FILLER  PIC X(17) VALUE "    AGED BALANCE ".
           05  FILLER  PIC X(08) VALUE "  RATE %".
           05  FILLER  PIC X(18) VALUE "        PROVISION ".
           05  FILLER  PIC X(12) VALUE "RATE FROM   ".
       01  WS-DETAIL-LINE.
           05  DL-STATUS    PIC X(04).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-DESC      PIC X(20).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-BUCKET    PIC X(08).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-BALANCE   PIC ZZZZZZZZZZZZ9.99.
           05  FILLER       PIC X(02) VALUE SPACES.
           05  DL-RATE      PIC ZZ9.99.
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-PROVISION PIC ZZZZZZZZZZZZ9.99.
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-BASIS     PIC X(12).
       01  WS-SUMMARY-LINE.
           05  SL-LABEL     PIC X(36).
           05  SL-AMOUNT    PIC -(13)9.99.
           05  FILLER       PIC X(02) VALUE SPACES.
           05  SL-NOTE      PIC X(30).
       01  WS-REJECT-LINE.
           05  FILLER       PIC X(22)
                   VALUE "MATRIX ROW IGNORED -  ".
           05  RL-ROW       PIC X(24).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "BADDEBT" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-BUSINESS-DATE(1:6) TO WS-CURRENT-PERIOD.
           MOVE ZEROS TO WS-BUCKET-TOTALS.
           OPEN OUTPUT PROVISION-SCHEDULE.
           MOVE BZ-BUSINESS-DATE TO H1-DATE.
           MOVE WS-HEADING-1 TO PROVISION-SCHEDULE-RECORD.
           WRITE PROVISION-SCHEDULE-RECORD.
           PERFORM P0A-LOAD-MATRIX.
           PERFORM P0A-AGE-THE-BOOK.
           PERFORM P0A-TALLY-BOOKED.
           MOVE SPACES TO PROVISION-SCHEDULE-RECORD.
           WRITE PROVISION-SCHEDULE-RECORD.
           MOVE WS-HEADING-2 TO PROVISION-SCHEDULE-RECORD.
           WRITE PROVISION-SCHEDULE-RECORD.
           PERFORM VARYING STAT-NDX FROM 1 BY 1
                   UNTIL STAT-NDX > WS-STAT-COUNT
               PERFORM P0A-PROVIDE-ONE-STATUS
           END-PERFORM.
           PERFORM P0A-WRITE-BUCKET-TOTALS.
           COMPUTE WS-MOVEMENT = WS-REQUIRED - WS-BOOKED.
           PERFORM P0A-WRITE-SUMMARY.
           PERFORM P0A-WRITE-JOURNAL.
           CLOSE PROVISION-SCHEDULE.
           IF  TABLE-FULL
               MOVE 4 TO WS-STEP-RC
           END-IF.
           DISPLAY "BADDEBT ACCOUNTS=" WS-ACCOUNTS-READ
               " AGED=" WS-AGED-TOTAL
               " REQUIRED=" WS-REQUIRED
               " BOOKED=" WS-BOOKED
               " MOVEMENT=" WS-MOVEMENT.
           DISPLAY "BADDEBT MATRIX ROWS=" WS-ROW-COUNT
               " IGNORED=" WS-ROWS-REJECTED
               " LEDGER ROWS USED=" WS-LEDGER-ROWS-USED.
           MOVE "BADDEBT" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           MOVE WS-STEP-RC TO RETURN-CODE
           GOBACK.
      * A later row for the same status replaces an earlier one.
       P0A-LOAD-MATRIX.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT PROVISION-MATRIX.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ PROVISION-MATRIX
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM P0A-LOAD-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE PROVISION-MATRIX
           END-IF.
       P0A-LOAD-ONE-ROW.
           SET ROW-VALID TO TRUE
           PERFORM VARYING WS-RATE-NDX FROM 1 BY 1
                   UNTIL WS-RATE-NDX > 4
               IF  PM-RATE(WS-RATE-NDX) NOT NUMERIC
                   MOVE "N" TO WS-ROW-VALID-SW
               ELSE
                   IF  PM-RATE(WS-RATE-NDX) > 100
                       MOVE "N" TO WS-ROW-VALID-SW
                   END-IF
               END-IF
           END-PERFORM
           IF  ROW-VALID
               SET ROW-NDX TO 1
               SEARCH WS-ROW-ENTRY
                   AT END
                       SET TABLE-FULL TO TRUE
                   WHEN ROW-NDX > WS-ROW-COUNT
                       ADD 1 TO WS-ROW-COUNT
                       MOVE PROVISION-MATRIX-RECORD
                           TO WS-ROW-ENTRY(ROW-NDX)
                   WHEN WS-ROW-STATUS(ROW-NDX) = PM-STATUS
                       MOVE PROVISION-MATRIX-RECORD
                           TO WS-ROW-ENTRY(ROW-NDX)
               END-SEARCH
           ELSE
               ADD 1 TO WS-ROWS-REJECTED
               MOVE 4 TO WS-STEP-RC
               MOVE PROVISION-MATRIX-RECORD TO RL-ROW
               MOVE WS-REJECT-LINE TO PROVISION-SCHEDULE-RECORD
               WRITE PROVISION-SCHEDULE-RECORD
           END-IF.
      * Aged the way BILLAGE ages the book, so the schedule ties to
      * the aging report line for line.
       P0A-AGE-THE-BOOK.
           OPEN INPUT OPEN-ITEMS.
           IF  FS-SUCCESS
               SET ITEMS-PRESENT TO TRUE
               PERFORM P0A-LOAD-STATUS-MAP
               MOVE "N" TO WS-INPUT-EOF-SW
               PERFORM UNTIL INPUT-EOF
                   READ OPEN-ITEMS
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           IF  OI-STAT-OPEN AND OI-AMOUNT > ZERO
                               PERFORM P0A-FIND-ITEM-STATUS
                               MOVE OI-AMOUNT   TO WS-WORK-AMOUNT
                               MOVE OI-DUE-DATE TO WS-WORK-DUE
                               PERFORM P0A-AGE-ONE-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEMS
           ELSE
               PERFORM P0A-AGE-FROM-MASTER
           END-IF.
       P0A-LOAD-STATUS-MAP.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT BILLMSTR-FILE.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ BILLMSTR-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ACCOUNTS-READ
                           IF  WS-ACCT-COUNT < 5000
                               ADD 1 TO WS-ACCT-COUNT
                               SET ACCT-NDX TO WS-ACCT-COUNT
                               MOVE BM-ACCOUNT-NO
                                   TO WS-ACCT-NO(ACCT-NDX)
                               MOVE BILLMSTR-CODE-STAT-DSTR
                                   TO WS-ACCT-STATUS(ACCT-NDX)
                           ELSE
                               SET TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLMSTR-FILE
           END-IF.
       P0A-FIND-ITEM-STATUS.
           MOVE "PEND" TO WS-WORK-STATUS
           IF  WS-ACCT-COUNT > ZERO
               SET ACCT-NDX TO 1
               SEARCH WS-ACCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACCT-NO(ACCT-NDX) = OI-ACCOUNT-NO
                       MOVE WS-ACCT-STATUS(ACCT-NDX)
                           TO WS-WORK-STATUS
               END-SEARCH
           END-IF.
       P0A-AGE-FROM-MASTER.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT BILLMSTR-FILE.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ BILLMSTR-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ACCOUNTS-READ
                           IF  BM-AMOUNT > ZERO
                               AND NOT BILL-STAT-PAID
                               AND NOT BILL-STAT-CANCELLED
                               MOVE BILLMSTR-CODE-STAT-DSTR
                                   TO WS-WORK-STATUS
                               MOVE BM-AMOUNT   TO WS-WORK-AMOUNT
                               MOVE BM-DUE-DATE TO WS-WORK-DUE
                               PERFORM P0A-AGE-ONE-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLMSTR-FILE
           END-IF.
       P0A-AGE-ONE-AMOUNT.
           IF  WS-WORK-DUE = ZERO
               MOVE 1 TO WS-BUCKET-NO
           ELSE
               COMPUTE WS-DAYS-OVERDUE =
                   FUNCTION INTEGER-OF-DATE(BZ-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-WORK-DUE)
               EVALUATE TRUE
                   WHEN WS-DAYS-OVERDUE <= 30
                       MOVE 1 TO WS-BUCKET-NO
                   WHEN WS-DAYS-OVERDUE <= 60
                       MOVE 2 TO WS-BUCKET-NO
                   WHEN WS-DAYS-OVERDUE <= 90
                       MOVE 3 TO WS-BUCKET-NO
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-NO
               END-EVALUATE
           END-IF
           SET STAT-NDX TO 1
           SEARCH WS-STAT-ENTRY
               AT END
                   IF  WS-STAT-COUNT < 20
                       ADD 1 TO WS-STAT-COUNT
                       SET STAT-NDX TO WS-STAT-COUNT
                       MOVE ZEROS TO WS-STAT-ENTRY(STAT-NDX)
                       MOVE WS-WORK-STATUS
                           TO WS-STAT-CODE(STAT-NDX)
                       ADD WS-WORK-AMOUNT
                           TO WS-STAT-AMT(STAT-NDX WS-BUCKET-NO)
                   ELSE
                       SET TABLE-FULL TO TRUE
                   END-IF
               WHEN WS-STAT-CODE(STAT-NDX) = WS-WORK-STATUS
                   ADD WS-WORK-AMOUNT
                       TO WS-STAT-AMT(STAT-NDX WS-BUCKET-NO)
           END-SEARCH.
      * The allowance is a credit balance; what is booked is credit
      * less debit over every period to date.
       P0A-TALLY-BOOKED.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT PERIOD-LEDGER.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ PERIOD-LEDGER
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           IF  PL-ACCOUNT = "ALLOWDBT"
                            AND PL-PERIOD <= WS-CURRENT-PERIOD
                               ADD 1 TO WS-LEDGER-ROWS-USED
                               COMPUTE WS-BOOKED = WS-BOOKED
                                   + PL-CR-TOTAL - PL-DR-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-LEDGER
           END-IF.
       P0A-PROVIDE-ONE-STATUS.
           PERFORM P0A-RESOLVE-DESC
           MOVE ZERO TO WS-STATUS-BALANCE
           MOVE ZERO TO WS-STATUS-PROVISION
           PERFORM VARYING WS-BUCKET-NO FROM 1 BY 1
                   UNTIL WS-BUCKET-NO > 4
               IF  WS-STAT-AMT(STAT-NDX WS-BUCKET-NO) > ZERO
                   PERFORM P0A-PROVIDE-ONE-BUCKET
               END-IF
           END-PERFORM
           MOVE SPACES              TO WS-DETAIL-LINE
           MOVE WS-STAT-CODE(STAT-NDX) TO DL-STATUS
           MOVE "STATUS TOTAL"      TO DL-DESC
           MOVE WS-STATUS-BALANCE   TO DL-BALANCE
           MOVE WS-STATUS-PROVISION TO DL-PROVISION
           MOVE WS-DETAIL-LINE TO PROVISION-SCHEDULE-RECORD
           WRITE PROVISION-SCHEDULE-RECORD.
       P0A-PROVIDE-ONE-BUCKET.
           PERFORM P0A-FIND-RATE
           MOVE WS-STAT-AMT(STAT-NDX WS-BUCKET-NO) TO WS-WORK-AMOUNT
           COMPUTE WS-WORK-PROVISION ROUNDED =
               WS-WORK-AMOUNT * WS-WORK-RATE / 100
           ADD WS-WORK-AMOUNT    TO WS-STATUS-BALANCE
           ADD WS-WORK-PROVISION TO WS-STATUS-PROVISION
           ADD WS-WORK-AMOUNT    TO WS-BUCKET-TOT(WS-BUCKET-NO)
           ADD WS-WORK-PROVISION TO WS-BUCKET-PROV(WS-BUCKET-NO)
           ADD WS-WORK-AMOUNT    TO WS-AGED-TOTAL
           ADD WS-WORK-PROVISION TO WS-REQUIRED
           MOVE SPACES                     TO WS-DETAIL-LINE
           MOVE WS-STAT-CODE(STAT-NDX)     TO DL-STATUS
           MOVE WS-STATUS-DESC             TO DL-DESC
           MOVE WS-BUCKET-NAME(WS-BUCKET-NO) TO DL-BUCKET
           MOVE WS-WORK-AMOUNT             TO DL-BALANCE
           MOVE WS-WORK-RATE               TO DL-RATE
           MOVE WS-WORK-PROVISION          TO DL-PROVISION
           MOVE WS-RATE-BASIS              TO DL-BASIS
           MOVE WS-DETAIL-LINE TO PROVISION-SCHEDULE-RECORD
           WRITE PROVISION-SCHEDULE-RECORD.
      * The status's own row, else the default row, else the
      * standard rate.
       P0A-FIND-RATE.
           MOVE WS-STANDARD-RATE(WS-BUCKET-NO) TO WS-WORK-RATE
           MOVE "STANDARD"                     TO WS-RATE-BASIS
           PERFORM VARYING ROW-NDX FROM 1 BY 1
                   UNTIL ROW-NDX > WS-ROW-COUNT
               IF  WS-ROW-STATUS(ROW-NDX) = SPACES
                AND WS-RATE-BASIS = "STANDARD"
                   MOVE WS-ROW-RATE(ROW-NDX WS-BUCKET-NO)
                       TO WS-WORK-RATE
                   MOVE "DEFAULT ROW" TO WS-RATE-BASIS
               END-IF
               IF  WS-ROW-STATUS(ROW-NDX) = WS-STAT-CODE(STAT-NDX)
                   MOVE WS-ROW-RATE(ROW-NDX WS-BUCKET-NO)
                       TO WS-WORK-RATE
                   MOVE "STATUS ROW" TO WS-RATE-BASIS
               END-IF
           END-PERFORM.
       P0A-RESOLVE-DESC.
           MOVE "UNKNOWN STATUS CODE " TO WS-STATUS-DESC
           SET BILLXREF-NDX TO 1
           SEARCH BILLXREF-ENTRY
               AT END
                   CONTINUE
               WHEN BILLXREF-CODE(BILLXREF-NDX)
                       = WS-STAT-CODE(STAT-NDX)
                   MOVE BILLXREF-DESC(BILLXREF-NDX)
                       TO WS-STATUS-DESC
           END-SEARCH.
       P0A-WRITE-BUCKET-TOTALS.
           MOVE SPACES TO PROVISION-SCHEDULE-RECORD.
           WRITE PROVISION-SCHEDULE-RECORD.
           PERFORM VARYING WS-BUCKET-NO FROM 1 BY 1
                   UNTIL WS-BUCKET-NO > 4
               MOVE SPACES                       TO WS-DETAIL-LINE
               MOVE "TOTL"                       TO DL-STATUS
               MOVE "BUCKET TOTAL"               TO DL-DESC
               MOVE WS-BUCKET-NAME(WS-BUCKET-NO) TO DL-BUCKET
               MOVE WS-BUCKET-TOT(WS-BUCKET-NO)  TO DL-BALANCE
               MOVE WS-BUCKET-PROV(WS-BUCKET-NO) TO DL-PROVISION
               MOVE WS-DETAIL-LINE TO PROVISION-SCHEDULE-RECORD
               WRITE PROVISION-SCHEDULE-RECORD
           END-PERFORM.
           MOVE SPACES        TO WS-DETAIL-LINE.
           MOVE "TOTL"        TO DL-STATUS.
           MOVE "AGED BOOK"   TO DL-DESC.
           MOVE WS-AGED-TOTAL TO DL-BALANCE.
           MOVE WS-REQUIRED   TO DL-PROVISION.
           MOVE WS-DETAIL-LINE TO PROVISION-SCHEDULE-RECORD.
           WRITE PROVISION-SCHEDULE-RECORD.
       P0A-WRITE-SUMMARY.
           MOVE SPACES TO PROVISION-SCHEDULE-RECORD.
           WRITE PROVISION-SCHEDULE-RECORD.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "ALLOWANCE REQUIRED" TO SL-LABEL.
           MOVE WS-REQUIRED TO SL-AMOUNT.
           MOVE "SUM OF BUCKET PROVISIONS" TO SL-NOTE.
           MOVE WS-SUMMARY-LINE TO PROVISION-SCHEDULE-RECORD.
           WRITE PROVISION-SCHEDULE-RECORD.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE "ALLOWANCE BOOKED (PERLEDG ALLOWDBT)" TO SL-LABEL.
           MOVE WS-BOOKED TO SL-AMOUNT.
           MOVE "CREDIT LESS DEBIT TO DATE" TO SL-NOTE.
           MOVE WS-SUMMARY-LINE TO PROVISION-SCHEDULE-RECORD.
           WRITE PROVISION-SCHEDULE-RECORD.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE WS-MOVEMENT TO SL-AMOUNT.
           EVALUATE TRUE
               WHEN WS-MOVEMENT > ZERO
                   MOVE "TOP-UP" TO SL-LABEL
                   MOVE "DR BADDEBT CR ALLOWDBT" TO SL-NOTE
               WHEN WS-MOVEMENT < ZERO
                   MOVE "RELEASE" TO SL-LABEL
                   MOVE "DR ALLOWDBT CR BADDEBT" TO SL-NOTE
               WHEN OTHER
                   MOVE "NO MOVEMENT" TO SL-LABEL
                   MOVE "NO JOURNAL WRITTEN" TO SL-NOTE
           END-EVALUATE.
           MOVE WS-SUMMARY-LINE TO PROVISION-SCHEDULE-RECORD.
           WRITE PROVISION-SCHEDULE-RECORD.
      * The journal file is always written, empty when there is no
      * movement, so the month-end posting always finds it.
       P0A-WRITE-JOURNAL.
           OPEN OUTPUT PROVISION-JOURNAL.
           IF  WS-MOVEMENT NOT = ZERO
               IF  WS-MOVEMENT > ZERO
                   MOVE WS-MOVEMENT TO WS-JOURNAL-AMOUNT
                   MOVE "BADDEBT " TO JL-ACCOUNT
               ELSE
                   COMPUTE WS-JOURNAL-AMOUNT = ZERO - WS-MOVEMENT
                   MOVE "ALLOWDBT" TO JL-ACCOUNT
               END-IF
               MOVE "USD "            TO JL-CURRENCY
               MOVE "DR"              TO JL-DR-CR
               MOVE WS-JOURNAL-AMOUNT TO JL-AMOUNT
               MOVE "01"              TO JL-COMPANY-CODE
               MOVE SPACES            TO JL-COST-CENTER
               WRITE GL-JOURNAL-RECORD
               IF  WS-MOVEMENT > ZERO
                   MOVE "ALLOWDBT" TO JL-ACCOUNT
               ELSE
                   MOVE "BADDEBT " TO JL-ACCOUNT
               END-IF
               MOVE "CR"              TO JL-DR-CR
               WRITE GL-JOURNAL-RECORD
           END-IF.
           CLOSE PROVISION-JOURNAL.
