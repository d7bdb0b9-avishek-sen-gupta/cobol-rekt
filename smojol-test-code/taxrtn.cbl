       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TAXRTN.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * TAXRTN - periodic VAT / sales-tax return report with the
      * use-tax self-assessment. The quarterly return used to be
      * compiled by hand from the journal, which carries the tax
      * only as one TAXRECOV figure a night. This step reads the
      * line-level TAXHIST history TAXEXT keeps and, for every
      * company / jurisdiction code / currency, reports the taxable
      * base, the tax the vendors charged and the tax at the coded
      * rate from the TAXRATE table, so the return can be filed
      * and any drift between charged and coded tax is in plain
      * sight. The period is the posting-date range on the TAXPARM
      * card (from / to, YYYYMMDD); with no card it is the last
      * complete calendar quarter before the business date.
      * The second section lists every line coded to a taxable
      * jurisdiction on which the vendor charged no tax - tax that
      * is still owed, by us, directly. Each is self-assessed at
      * the coded rate and the total posted to a balanced journal
      * in the gljrnl.cpy layout: DR EXPENSE to the line's cost
      * center (the tax is a cost of the purchase, the same as if
      * the vendor had charged it), CR USETAXPY per company and
      * currency for the liability to the jurisdiction. Run once
      * per return - each run writes the journal afresh for the
      * period it reports. A full accumulation table ends the step
      * with RC 12 and no journal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "TAXPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TAX-HISTORY ASSIGN TO "TAXHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SORTED-HISTORY ASSIGN TO "TAXHISTS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK01".
           SELECT REPORT-OUT ASSIGN TO "TAXRTN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT USE-TAX-JOURNAL ASSIGN TO "USETJRNL"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  TAXRTN-PARM-FIELDS.
           05  TP-FROM-DATE       PIC 9(08).
           05  TP-TO-DATE         PIC 9(08).
           05  FILLER             PIC X(64).
       FD  TAX-HISTORY.
       01  TAX-HISTORY-IN        PIC X(72).
       FD  SORTED-HISTORY.
           COPY "taxhist.cpy".
       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SW-POST-DATE       PIC 9(08).
           05  FILLER             PIC X(08).
           05  SW-COMPANY-CODE    PIC X(02).
           05  SW-TAX-CODE        PIC X(02).
           05  SW-CURRENCY        PIC X(04).
           05  SW-SOME-PART-1     PIC X(04).
           05  SW-SOME-PART-2     PIC X(04).
           05  SW-INVOICE-NO      PIC X(10).
           05  SW-LINE-NO         PIC 9(04).
           05  FILLER             PIC X(26).
       FD  REPORT-OUT.
       01  REPORT-OUT-RECORD     PIC X(96).
       FD  USE-TAX-JOURNAL.
           COPY "gljrnl.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "taxrate.cpy".
       01  WS-HISTORY-EOF-SW       PIC X VALUE "N".
            88 HISTORY-EOF         VALUE "Y".
       01  WS-TABLE-FULL-SW        PIC X VALUE "N".
            88 TABLE-FULL          VALUE "Y".
       01  WS-RATE-KNOWN-SW        PIC X VALUE "N".
            88 RATE-KNOWN          VALUE "Y".
       01  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
       01  WS-TO-DATE              PIC 9(08) VALUE ZERO.
       01  WS-QTR-DATE.
           05  WS-QTR-YEAR         PIC 9(04).
           05  WS-QTR-MONTH        PIC 9(02).
           05  WS-QTR-DAY          PIC 9(02).
       01  WS-QTR-START-MONTH      PIC 9(02) VALUE ZERO.
       01  WS-LINES-READ           PIC 9(07) VALUE ZERO.
       01  WS-LINES-IN-PERIOD      PIC 9(07) VALUE ZERO.
       01  WS-USE-TAX-LINES        PIC 9(07) VALUE ZERO.
       01  WS-LINE-RATE            PIC 9(02)V9(04) VALUE ZERO.
       01  WS-LINE-AT-RATE         PIC 9(09)V99 VALUE ZERO.
       01  WS-LINE-USE-TAX         PIC 9(09)V99 VALUE ZERO.
       01  WS-JOURNAL-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  WS-GROUP-KEY.
           05  WS-GK-COMPANY       PIC X(02).
           05  WS-GK-TAX-CODE      PIC X(02).
           05  WS-GK-CURRENCY      PIC X(04).
       01  WS-PRIOR-GROUP-KEY      PIC X(08) VALUE HIGH-VALUES.
       01  WS-GROUP-TOTALS.
           05  WS-GT-BASE          PIC 9(11)V99.
           05  WS-GT-CHARGED       PIC 9(11)V99.
           05  WS-GT-AT-RATE       PIC 9(11)V99.
           05  WS-GT-USE-TAX       PIC 9(11)V99.
       01  WS-GROUP-RATE           PIC 9(02)V9(04) VALUE ZERO.
       01  WS-GROUP-RATE-SW        PIC X VALUE "N".
      * The self-assessed tax, debited by company / currency / cost
      * center and credited by company / currency.
       01  WS-UD-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-UD-TABLE.
           05  WS-UD-ENTRY OCCURS 200 TIMES
                   INDEXED BY UD-NDX.
               10  WS-UD-COMPANY   PIC X(02).
               10  WS-UD-CURRENCY  PIC X(04).
               10  WS-UD-COST-CTR  PIC X(06).
               10  WS-UD-AMOUNT    PIC 9(11)V99.
       01  WS-UC-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-UC-TABLE.
           05  WS-UC-ENTRY OCCURS 20 TIMES
                   INDEXED BY UC-NDX.
               10  WS-UC-COMPANY   PIC X(02).
               10  WS-UC-CURRENCY  PIC X(04).
               10  WS-UC-AMOUNT    PIC 9(11)V99.
       01  WS-HEADING-1.
           05  FILLER  PIC X(30)
                   VALUE "PERIODIC TAX RETURN   POSTED ".
           05  HL-FROM PIC 9(08).
           05  FILLER  PIC X(04) VALUE " TO ".
           05  HL-TO   PIC 9(08).
           05  FILLER  PIC X(14) VALUE "    RUN DATE  ".
           05  HL-DATE PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER  PIC X(22) VALUE "CO CODE CURR    RATE ".
           05  FILLER  PIC X(15) VALUE "  TAXABLE BASE ".
           05  FILLER  PIC X(15) VALUE "   TAX CHARGED ".
           05  FILLER  PIC X(15) VALUE "   TAX AT RATE ".
           05  FILLER  PIC X(15) VALUE "   USE TAX DUE ".
       01  WS-SUMMARY-LINE.
           05  SL-COMPANY   PIC X(02).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  SL-TAX-CODE  PIC X(02).
           05  FILLER       PIC X(03) VALUE SPACES.
           05  SL-CURRENCY  PIC X(04).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  SL-RATE      PIC Z9.9999.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  SL-BASE      PIC ZZZZZZZZZZ9.99.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  SL-CHARGED   PIC ZZZZZZZZZZ9.99.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  SL-AT-RATE   PIC ZZZZZZZZZZ9.99.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  SL-USE-TAX   PIC ZZZZZZZZZZ9.99.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  SL-FLAG      PIC X(12).
       01  WS-USE-TAX-HEADING-1  PIC X(60) VALUE
           "TAXABLE CODE - NO TAX CHARGED - USE TAX SELF-ASSESSED".
       01  WS-USE-TAX-HEADING-2.
           05  FILLER  PIC X(22) VALUE "CO CODE CURR    RATE ".
           05  FILLER  PIC X(26) VALUE "OUR REF   INVOICE    LINE ".
           05  FILLER  PIC X(16) VALUE "POSTED   CC     ".
           05  FILLER  PIC X(15) VALUE "   TAXABLE BASE".
           05  FILLER  PIC X(15) VALUE "   USE TAX DUE ".
       01  WS-USE-TAX-LINE.
           05  UL-COMPANY   PIC X(02).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  UL-TAX-CODE  PIC X(02).
           05  FILLER       PIC X(03) VALUE SPACES.
           05  UL-CURRENCY  PIC X(04).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  UL-RATE      PIC Z9.9999.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  UL-PART-1    PIC X(04).
           05  FILLER       PIC X(01) VALUE "-".
           05  UL-PART-2    PIC X(04).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  UL-INVOICE   PIC X(10).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  UL-LINE-NO   PIC ZZZ9.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  UL-POSTED    PIC 9(08).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  UL-COST-CTR  PIC X(06).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  UL-BASE      PIC ZZZZZZZZZZ9.99.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  UL-USE-TAX   PIC ZZZZZZZZZZ9.99.
       01  WS-TOTAL-LINE.
           05  FILLER       PIC X(22) VALUE "LINES IN PERIOD:      ".
           05  TL-LINES     PIC ZZZZZZ9.
           05  FILLER       PIC X(22) VALUE "   USE-TAX LINES:     ".
           05  TL-USE-LINES PIC ZZZZZZ9.
           05  FILLER       PIC X(18) VALUE "   SELF-ASSESSED  ".
           05  TL-USE-TAX   PIC ZZZZZZZZZZ9.99.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "TAXRTN" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS.
           PERFORM P0A-SET-DEFAULT-PERIOD.
           PERFORM P0A-READ-PARM-CARD.
      * The history is kept in the order nights were posted - sort
      * it by company and jurisdiction so each code totals together.
           SORT SORT-WORK
               ON ASCENDING KEY SW-COMPANY-CODE
               ON ASCENDING KEY SW-TAX-CODE
               ON ASCENDING KEY SW-CURRENCY
               ON ASCENDING KEY SW-POST-DATE
               ON ASCENDING KEY SW-SOME-PART-1
               ON ASCENDING KEY SW-SOME-PART-2
               ON ASCENDING KEY SW-INVOICE-NO
               ON ASCENDING KEY SW-LINE-NO
               USING TAX-HISTORY
               GIVING SORTED-HISTORY.
           OPEN OUTPUT REPORT-OUT.
           MOVE WS-FROM-DATE     TO HL-FROM.
           MOVE WS-TO-DATE       TO HL-TO.
           MOVE BZ-BUSINESS-DATE TO HL-DATE.
           MOVE WS-HEADING-1 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE WS-HEADING-2 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           PERFORM P0A-REPORT-BY-JURISDICTION.
           MOVE SPACES TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE WS-USE-TAX-HEADING-1 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE WS-USE-TAX-HEADING-2 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           PERFORM P0A-REPORT-USE-TAX-LINES.
           MOVE SPACES TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE WS-LINES-IN-PERIOD TO TL-LINES.
           MOVE WS-USE-TAX-LINES   TO TL-USE-LINES.
           MOVE WS-JOURNAL-TOTAL   TO TL-USE-TAX.
           MOVE WS-TOTAL-LINE TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           IF  TABLE-FULL
               MOVE "USE-TAX TABLE FULL - NO JOURNAL WRITTEN"
                   TO REPORT-OUT-RECORD
               WRITE REPORT-OUT-RECORD
               DISPLAY "TAXRTN USE-TAX TABLE FULL - NO JOURNAL"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM P0A-WRITE-USE-TAX-JOURNAL
           END-IF.
           CLOSE REPORT-OUT.
           DISPLAY "TAXRTN PERIOD " WS-FROM-DATE " TO " WS-TO-DATE
               " LINES=" WS-LINES-IN-PERIOD
               " USE-TAX LINES=" WS-USE-TAX-LINES
               " SELF-ASSESSED=" WS-JOURNAL-TOTAL.
           MOVE "TAXRTN" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
      * The last complete calendar quarter: run in the first days
      * of April it reports January through March.
       P0A-SET-DEFAULT-PERIOD.
           MOVE BZ-BUSINESS-DATE TO WS-QTR-DATE
           COMPUTE WS-QTR-START-MONTH =
               ((WS-QTR-MONTH - 1) / 3) * 3 + 1
           IF  WS-QTR-START-MONTH = 1
               SUBTRACT 1 FROM WS-QTR-YEAR
               MOVE 10 TO WS-QTR-START-MONTH
           ELSE
               SUBTRACT 3 FROM WS-QTR-START-MONTH
           END-IF
           MOVE WS-QTR-START-MONTH TO WS-QTR-MONTH
           MOVE 01                 TO WS-QTR-DAY
           MOVE WS-QTR-DATE        TO WS-FROM-DATE
           ADD 2 TO WS-QTR-MONTH
           IF  WS-QTR-MONTH = 3 OR WS-QTR-MONTH = 12
               MOVE 31 TO WS-QTR-DAY
           ELSE
               MOVE 30 TO WS-QTR-DAY
           END-IF
           MOVE WS-QTR-DATE        TO WS-TO-DATE.
       P0A-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF  FS-SUCCESS
               READ PARM-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF  TP-FROM-DATE NUMERIC
                           AND TP-TO-DATE NUMERIC
                           AND TP-FROM-DATE > ZERO
                           AND TP-TO-DATE >= TP-FROM-DATE
                           MOVE TP-FROM-DATE TO WS-FROM-DATE
                           MOVE TP-TO-DATE   TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
       P0A-READ-HISTORY.
           READ SORTED-HISTORY
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ.
      * First pass: one line per company / code / currency.
       P0A-REPORT-BY-JURISDICTION.
           MOVE "N" TO WS-HISTORY-EOF-SW
           MOVE HIGH-VALUES TO WS-PRIOR-GROUP-KEY
           MOVE ZEROS TO WS-GROUP-TOTALS
           OPEN INPUT SORTED-HISTORY.
           IF  FS-SUCCESS
               PERFORM P0A-READ-HISTORY
               PERFORM UNTIL HISTORY-EOF
                   ADD 1 TO WS-LINES-READ
                   IF  TX-POST-DATE >= WS-FROM-DATE
                       AND TX-POST-DATE <= WS-TO-DATE
                       PERFORM P0A-ACCUMULATE-LINE
                   END-IF
                   PERFORM P0A-READ-HISTORY
               END-PERFORM
               IF  WS-PRIOR-GROUP-KEY NOT = HIGH-VALUES
                   PERFORM P0A-WRITE-SUMMARY-LINE
               END-IF
               CLOSE SORTED-HISTORY
           END-IF.
       P0A-ACCUMULATE-LINE.
           ADD 1 TO WS-LINES-IN-PERIOD
           MOVE TX-COMPANY-CODE TO WS-GK-COMPANY
           MOVE TX-TAX-CODE     TO WS-GK-TAX-CODE
           MOVE TX-CURRENCY     TO WS-GK-CURRENCY
           IF  WS-GROUP-KEY NOT = WS-PRIOR-GROUP-KEY
               IF  WS-PRIOR-GROUP-KEY NOT = HIGH-VALUES
                   PERFORM P0A-WRITE-SUMMARY-LINE
               END-IF
               MOVE WS-GROUP-KEY TO WS-PRIOR-GROUP-KEY
               MOVE ZEROS TO WS-GROUP-TOTALS
           END-IF
           PERFORM P0A-PRICE-LINE
           MOVE WS-LINE-RATE     TO WS-GROUP-RATE
           MOVE WS-RATE-KNOWN-SW TO WS-GROUP-RATE-SW
           ADD TX-BASE-AMOUNT  TO WS-GT-BASE
           ADD TX-TAX-AMOUNT   TO WS-GT-CHARGED
           ADD WS-LINE-AT-RATE TO WS-GT-AT-RATE
           ADD WS-LINE-USE-TAX TO WS-GT-USE-TAX.
      * Tax at the coded rate on the line's base, and - where the
      * code is taxable but the vendor charged nothing - the same
      * figure as use tax we owe ourselves.
       P0A-PRICE-LINE.
           MOVE "N"  TO WS-RATE-KNOWN-SW
           MOVE ZERO TO WS-LINE-RATE
           SET TAXRATE-NDX TO 1
           SEARCH TAXRATE-ENTRY
               AT END
                   CONTINUE
               WHEN TAXRATE-CODE(TAXRATE-NDX) = TX-TAX-CODE
                   SET RATE-KNOWN TO TRUE
                   MOVE TAXRATE-PCT(TAXRATE-NDX) TO WS-LINE-RATE
           END-SEARCH
           COMPUTE WS-LINE-AT-RATE ROUNDED =
               TX-BASE-AMOUNT * WS-LINE-RATE / 100
           IF  WS-LINE-RATE > ZERO
               AND TX-TAX-AMOUNT = ZERO
               MOVE WS-LINE-AT-RATE TO WS-LINE-USE-TAX
           ELSE
               MOVE ZERO TO WS-LINE-USE-TAX
           END-IF.
       P0A-WRITE-SUMMARY-LINE.
           MOVE WS-PRIOR-GROUP-KEY(1:2) TO SL-COMPANY
           MOVE WS-PRIOR-GROUP-KEY(3:2) TO SL-TAX-CODE
           MOVE WS-PRIOR-GROUP-KEY(5:4) TO SL-CURRENCY
           MOVE WS-GROUP-RATE  TO SL-RATE
           MOVE WS-GT-BASE     TO SL-BASE
           MOVE WS-GT-CHARGED  TO SL-CHARGED
           MOVE WS-GT-AT-RATE  TO SL-AT-RATE
           MOVE WS-GT-USE-TAX  TO SL-USE-TAX
           IF  WS-GROUP-RATE-SW = "Y"
               MOVE SPACES         TO SL-FLAG
           ELSE
               MOVE "UNKNOWN CODE" TO SL-FLAG
           END-IF
           MOVE WS-SUMMARY-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.
      * Second pass: the lines behind the USE TAX DUE column.
       P0A-REPORT-USE-TAX-LINES.
           MOVE "N" TO WS-HISTORY-EOF-SW
           OPEN INPUT SORTED-HISTORY.
           IF  FS-SUCCESS
               PERFORM P0A-READ-HISTORY
               PERFORM UNTIL HISTORY-EOF
                   IF  TX-POST-DATE >= WS-FROM-DATE
                       AND TX-POST-DATE <= WS-TO-DATE
                       AND TX-TAX-AMOUNT = ZERO
                       PERFORM P0A-PRICE-LINE
                       IF  WS-LINE-USE-TAX > ZERO
                           PERFORM P0A-LIST-USE-TAX-LINE
                       END-IF
                   END-IF
                   PERFORM P0A-READ-HISTORY
               END-PERFORM
               CLOSE SORTED-HISTORY
           END-IF.
       P0A-LIST-USE-TAX-LINE.
           ADD 1 TO WS-USE-TAX-LINES
           ADD WS-LINE-USE-TAX TO WS-JOURNAL-TOTAL
           MOVE TX-COMPANY-CODE TO UL-COMPANY
           MOVE TX-TAX-CODE     TO UL-TAX-CODE
           MOVE TX-CURRENCY     TO UL-CURRENCY
           MOVE WS-LINE-RATE    TO UL-RATE
           MOVE TX-SOME-PART-1  TO UL-PART-1
           MOVE TX-SOME-PART-2  TO UL-PART-2
           MOVE TX-INVOICE-NO   TO UL-INVOICE
           MOVE TX-LINE-NO      TO UL-LINE-NO
           MOVE TX-POST-DATE    TO UL-POSTED
           MOVE TX-COST-CENTER  TO UL-COST-CTR
           MOVE TX-BASE-AMOUNT  TO UL-BASE
           MOVE WS-LINE-USE-TAX TO UL-USE-TAX
           MOVE WS-USE-TAX-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           PERFORM P0A-TALLY-DEBIT
           PERFORM P0A-TALLY-CREDIT.
       P0A-TALLY-DEBIT.
           SET UD-NDX TO 1
           SEARCH WS-UD-ENTRY
               AT END
                   SET TABLE-FULL TO TRUE
               WHEN UD-NDX > WS-UD-COUNT
                   IF  WS-UD-COUNT < 200
                       ADD 1 TO WS-UD-COUNT
                       MOVE TX-COMPANY-CODE TO WS-UD-COMPANY(UD-NDX)
                       MOVE TX-CURRENCY     TO WS-UD-CURRENCY(UD-NDX)
                       MOVE TX-COST-CENTER  TO WS-UD-COST-CTR(UD-NDX)
                       MOVE WS-LINE-USE-TAX TO WS-UD-AMOUNT(UD-NDX)
                   ELSE
                       SET TABLE-FULL TO TRUE
                   END-IF
               WHEN WS-UD-COMPANY(UD-NDX)  = TX-COMPANY-CODE
                AND WS-UD-CURRENCY(UD-NDX) = TX-CURRENCY
                AND WS-UD-COST-CTR(UD-NDX) = TX-COST-CENTER
                   ADD WS-LINE-USE-TAX TO WS-UD-AMOUNT(UD-NDX)
           END-SEARCH.
       P0A-TALLY-CREDIT.
           SET UC-NDX TO 1
           SEARCH WS-UC-ENTRY
               AT END
                   SET TABLE-FULL TO TRUE
               WHEN UC-NDX > WS-UC-COUNT
                   IF  WS-UC-COUNT < 20
                       ADD 1 TO WS-UC-COUNT
                       MOVE TX-COMPANY-CODE TO WS-UC-COMPANY(UC-NDX)
                       MOVE TX-CURRENCY     TO WS-UC-CURRENCY(UC-NDX)
                       MOVE WS-LINE-USE-TAX TO WS-UC-AMOUNT(UC-NDX)
                   ELSE
                       SET TABLE-FULL TO TRUE
                   END-IF
               WHEN WS-UC-COMPANY(UC-NDX)  = TX-COMPANY-CODE
                AND WS-UC-CURRENCY(UC-NDX) = TX-CURRENCY
                   ADD WS-LINE-USE-TAX TO WS-UC-AMOUNT(UC-NDX)
           END-SEARCH.
      * Both sides come from the same lines, so the journal is
      * balanced per company and currency by construction.
       P0A-WRITE-USE-TAX-JOURNAL.
           OPEN OUTPUT USE-TAX-JOURNAL.
           PERFORM VARYING UD-NDX FROM 1 BY 1
                   UNTIL UD-NDX > WS-UD-COUNT
               MOVE "EXPENSE "             TO JL-ACCOUNT
               MOVE WS-UD-CURRENCY(UD-NDX) TO JL-CURRENCY
               MOVE "DR"                   TO JL-DR-CR
               MOVE WS-UD-AMOUNT(UD-NDX)   TO JL-AMOUNT
               MOVE WS-UD-COMPANY(UD-NDX)  TO JL-COMPANY-CODE
               MOVE WS-UD-COST-CTR(UD-NDX) TO JL-COST-CENTER
               WRITE GL-JOURNAL-RECORD
           END-PERFORM.
           PERFORM VARYING UC-NDX FROM 1 BY 1
                   UNTIL UC-NDX > WS-UC-COUNT
               MOVE "USETAXPY"             TO JL-ACCOUNT
               MOVE WS-UC-CURRENCY(UC-NDX) TO JL-CURRENCY
               MOVE "CR"                   TO JL-DR-CR
               MOVE WS-UC-AMOUNT(UC-NDX)   TO JL-AMOUNT
               MOVE WS-UC-COMPANY(UC-NDX)  TO JL-COMPANY-CODE
               MOVE SPACES                 TO JL-COST-CENTER
               WRITE GL-JOURNAL-RECORD
           END-PERFORM.
           CLOSE USE-TAX-JOURNAL.
