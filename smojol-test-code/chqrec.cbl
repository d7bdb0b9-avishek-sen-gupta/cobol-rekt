       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHQREC.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * CHQREC - cleared-cheque reconciliation and stale-dating.
      * The bank's paid-items file (BANKPAID) lists every cheque it
      * paid since the last one: cheque number, amount paid and
      * date paid. This step runs the CHQREG cheque register
      * through against it and writes the register forward to
      * CHQREG.NEW (copied back over CHQREG by the following step):
      *   - an issued cheque the bank paid is marked C cleared with
      *     the amount and date paid; one paid at an amount other
      *     than the amount issued is still marked cleared but is
      *     reported - an altered cheque positive pay let through
      *     is a claim on the bank;
      *   - a paid item for a cheque already cleared, voided or
      *     stale-dated, or for a number not on the register at
      *     all, is reported as an exception;
      *   - an issued cheque still outstanding more than the
      *     stale-date window (STALPARM card, default 180 days)
      *     after issue is marked S stale and listed. A void card
      *     for it goes on STALEVC (concatenated to CHQVOID's
      *     cards, so the bank is told to refuse it) and a return
      *     record in the BANKRET layout on STALERET (concatenated
      *     to PAYRET's bank returns), so the payment is reversed
      *     and its invoices go back on the review queue for AP to
      *     reissue or report as unclaimed property.
      * Everything is printed on the CHQRECR report with totals.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "STALPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BANK-PAID-ITEMS ASSIGN TO "BANKPAID"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHEQUE-REGISTER-NEW ASSIGN TO "CHQREGN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STALE-VOID-CARDS ASSIGN TO "STALEVC"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STALE-RETURNS ASSIGN TO "STALERET"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-OUT ASSIGN TO "CHQRECR"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  STALE-PARM-FIELDS.
           05  SD-STALE-DAYS      PIC 9(03).
           05  FILLER             PIC X(77).
       FD  BANK-PAID-ITEMS.
       01  BANK-PAID-RECORD.
           05  PI-CHEQUE-NO       PIC 9(10).
           05  PI-PAID-AMOUNT     PIC 9(09)V99.
           05  PI-PAID-DATE       PIC 9(08).
           05  FILLER             PIC X(51).
       FD  CHEQUE-REGISTER.
           COPY "chqreg.cpy".
       FD  CHEQUE-REGISTER-NEW.
       01  CHEQUE-REGISTER-NEW-REC PIC X(93).
       FD  STALE-VOID-CARDS.
       01  STALE-VOID-CARD.
           05  SV-CHEQUE-NO       PIC 9(10).
           05  SV-REASON          PIC X(30).
           05  FILLER             PIC X(40).
       FD  STALE-RETURNS.
       01  STALE-RETURN-RECORD.
           05  SR-SOME-PART-1     PIC X(04).
           05  SR-SOME-PART-2     PIC X(04).
           05  SR-RETURN-AMOUNT   PIC 9(09)V99.
           05  SR-CURRENCY-CODE   PIC X(04).
           05  SR-RETURN-REASON   PIC X(30).
           05  SR-RETURN-DATE     PIC 9(08).
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
       01  WS-PAID-EOF-SW          PIC X VALUE "N".
            88 PAID-EOF            VALUE "Y".
       01  WS-CHQREG-EOF-SW        PIC X VALUE "N".
            88 CHQREG-EOF          VALUE "Y".
       01  WS-STALE-DAYS           PIC 9(03) VALUE 180.
       01  WS-AGE-DAYS             PIC S9(05) VALUE ZERO.
       01  WS-PAID-READ            PIC 9(07) VALUE ZERO.
       01  WS-REGISTER-READ        PIC 9(07) VALUE ZERO.
       01  WS-CHEQUES-CLEARED      PIC 9(07) VALUE ZERO.
       01  WS-CLEARED-TOTAL        PIC 9(13)V99 VALUE ZERO.
       01  WS-EXCEPTIONS           PIC 9(07) VALUE ZERO.
       01  WS-CHEQUES-STALE        PIC 9(07) VALUE ZERO.
       01  WS-STALE-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01  WS-OUTSTANDING-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-OUTSTANDING-TOTAL    PIC 9(13)V99 VALUE ZERO.
       01  WS-PAID-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-PAID-TABLE.
           05  WS-PAID-ENTRY OCCURS 5000 TIMES
                   INDEXED BY PAID-NDX.
               10  WS-PAID-CHEQUE-NO PIC 9(10).
               10  WS-PAID-AMOUNT    PIC 9(09)V99.
               10  WS-PAID-DATE      PIC 9(08).
               10  WS-PAID-USED-SW   PIC X(01).
                   88  PAID-USED     VALUE "Y".
       01  WS-HEADING-1.
           05  FILLER  PIC X(25)
                   VALUE "CHEQUE RECONCILIATION AT ".
           05  HL-DATE PIC 9(08).
           05  FILLER  PIC X(15) VALUE "  STALE AFTER ".
           05  HL-DAYS PIC ZZ9.
           05  FILLER  PIC X(05) VALUE " DAYS".
       01  WS-HEADING-2.
           05  FILLER  PIC X(25) VALUE "CHEQUE NO  VEND ISSUED   ".
           05  FILLER  PIC X(26) VALUE "  ISSUED AMT     PAID AMT ".
           05  FILLER  PIC X(04) VALUE "NOTE".
       01  WS-DETAIL-LINE.
           05  DL-CHEQUE-NO   PIC 9(10).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  DL-VENDOR      PIC X(04).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  DL-ISSUE-DATE  PIC 9(08).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  DL-ISSUED-AMT  PIC ZZZZZZZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  DL-PAID-AMT    PIC ZZZZZZZZ9.99.
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
           MOVE "CHQREC" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP.
           PERFORM P0A-READ-PARM-CARD.
           PERFORM P0A-LOAD-PAID-ITEMS.
      * A truncated paid-items load would leave cheques the bank
      * has paid marked outstanding, and stale-date them in time -
      * stop before the register is touched.
           IF  WS-PAID-READ > WS-PAID-COUNT
               DISPLAY "CHQREC ABORT - BANKPAID LOAD TRUNCATED - READ="
                   WS-PAID-READ " STORED=" WS-PAID-COUNT
               MOVE 12 TO RETURN-CODE
               MOVE "CHQREC" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           OPEN OUTPUT REPORT-OUT.
           MOVE BZ-BUSINESS-DATE TO HL-DATE.
           MOVE WS-STALE-DAYS    TO HL-DAYS.
           MOVE WS-HEADING-1 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE WS-HEADING-2 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           OPEN OUTPUT CHEQUE-REGISTER-NEW.
           OPEN OUTPUT STALE-VOID-CARDS.
           OPEN OUTPUT STALE-RETURNS.
           OPEN INPUT CHEQUE-REGISTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-REGISTER
               PERFORM UNTIL CHQREG-EOF
                   PERFORM P0A-RECONCILE-ONE-CHEQUE
                   MOVE CHEQUE-REGISTER-RECORD
                       TO CHEQUE-REGISTER-NEW-REC
                   WRITE CHEQUE-REGISTER-NEW-REC
                   PERFORM P0A-READ-REGISTER
               END-PERFORM
               CLOSE CHEQUE-REGISTER
           END-IF.
           CLOSE CHEQUE-REGISTER-NEW.
           CLOSE STALE-VOID-CARDS.
           CLOSE STALE-RETURNS.
           PERFORM VARYING PAID-NDX FROM 1 BY 1
                   UNTIL PAID-NDX > WS-PAID-COUNT
               IF  NOT PAID-USED(PAID-NDX)
                   PERFORM P0A-REPORT-NOT-ISSUED
               END-IF
           END-PERFORM.
           PERFORM P0A-WRITE-TOTALS.
           CLOSE REPORT-OUT.
           IF  WS-EXCEPTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM P0A-WRITE-CONTROL-TOTALS.
           DISPLAY "CHQREC PAID ITEMS=" WS-PAID-READ
               " CLEARED=" WS-CHEQUES-CLEARED
               " FOR " WS-CLEARED-TOTAL
               " EXCEPTIONS=" WS-EXCEPTIONS.
           DISPLAY "CHQREC STALE-DATED=" WS-CHEQUES-STALE
               " FOR " WS-STALE-TOTAL
               " STILL OUTSTANDING=" WS-OUTSTANDING-COUNT
               " FOR " WS-OUTSTANDING-TOTAL.
           MOVE "CHQREC" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF  FS-SUCCESS
               READ PARM-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF  SD-STALE-DAYS NUMERIC
                           AND SD-STALE-DAYS > ZERO
                           MOVE SD-STALE-DAYS TO WS-STALE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
       P0A-LOAD-PAID-ITEMS.
           OPEN INPUT BANK-PAID-ITEMS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-PAID-ITEM
               PERFORM UNTIL PAID-EOF
                   IF  WS-PAID-COUNT < 5000
                       ADD 1 TO WS-PAID-COUNT
                       SET PAID-NDX TO WS-PAID-COUNT
                       MOVE PI-CHEQUE-NO
                           TO WS-PAID-CHEQUE-NO(PAID-NDX)
                       MOVE PI-PAID-AMOUNT
                           TO WS-PAID-AMOUNT(PAID-NDX)
                       MOVE PI-PAID-DATE
                           TO WS-PAID-DATE(PAID-NDX)
                       MOVE "N" TO WS-PAID-USED-SW(PAID-NDX)
                   END-IF
                   PERFORM P0A-READ-PAID-ITEM
               END-PERFORM
               CLOSE BANK-PAID-ITEMS
           END-IF.
       P0A-READ-PAID-ITEM.
           READ BANK-PAID-ITEMS
               AT END
                   SET PAID-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PAID-READ
           END-READ.
       P0A-READ-REGISTER.
           READ CHEQUE-REGISTER
               AT END
                   SET CHQREG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REGISTER-READ
           END-READ.
       P0A-RECONCILE-ONE-CHEQUE.
           SET PAID-NDX TO 1
           SEARCH WS-PAID-ENTRY
               AT END
                   IF  CQ-ISSUED
                       PERFORM P0A-AGE-OUTSTANDING-CHEQUE
                   END-IF
               WHEN PAID-NDX > WS-PAID-COUNT
                   IF  CQ-ISSUED
                       PERFORM P0A-AGE-OUTSTANDING-CHEQUE
                   END-IF
               WHEN WS-PAID-CHEQUE-NO(PAID-NDX) = CQ-CHEQUE-NO
                AND NOT PAID-USED(PAID-NDX)
                   SET PAID-USED(PAID-NDX) TO TRUE
                   PERFORM P0A-CLEAR-ONE-CHEQUE
           END-SEARCH.
       P0A-CLEAR-ONE-CHEQUE.
           MOVE CQ-CHEQUE-NO     TO DL-CHEQUE-NO
           MOVE CQ-VENDOR-ID     TO DL-VENDOR
           MOVE CQ-ISSUE-DATE    TO DL-ISSUE-DATE
           MOVE CQ-AMOUNT        TO DL-ISSUED-AMT
           MOVE WS-PAID-AMOUNT(PAID-NDX) TO DL-PAID-AMT
           EVALUATE TRUE
               WHEN CQ-ISSUED
                   SET CQ-CLEARED TO TRUE
                   MOVE WS-PAID-DATE(PAID-NDX)   TO CQ-STATUS-DATE
                   MOVE WS-PAID-AMOUNT(PAID-NDX) TO CQ-PAID-AMOUNT
                   ADD 1 TO WS-CHEQUES-CLEARED
                   ADD WS-PAID-AMOUNT(PAID-NDX) TO WS-CLEARED-TOTAL
                   IF  WS-PAID-AMOUNT(PAID-NDX) NOT = CQ-AMOUNT
                       MOVE "AMOUNT MISMATCH" TO DL-NOTE
                       PERFORM P0A-WRITE-EXCEPTION-LINE
                   END-IF
               WHEN CQ-CLEARED
                   MOVE "PAID TWICE" TO DL-NOTE
                   PERFORM P0A-WRITE-EXCEPTION-LINE
               WHEN CQ-VOIDED
                   MOVE "PAID AFTER VOID" TO DL-NOTE
                   PERFORM P0A-WRITE-EXCEPTION-LINE
               WHEN OTHER
                   MOVE "PAID AFTER STALE-DATING" TO DL-NOTE
                   PERFORM P0A-WRITE-EXCEPTION-LINE
           END-EVALUATE.
      * Stale-dating counts calendar days from issue, as the bank's
      * own stale-date rule does.
       P0A-AGE-OUTSTANDING-CHEQUE.
           IF  CQ-ISSUE-DATE NUMERIC AND CQ-ISSUE-DATE > ZERO
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(BZ-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(CQ-ISSUE-DATE)
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           IF  WS-AGE-DAYS > WS-STALE-DAYS
               PERFORM P0A-STALE-DATE-CHEQUE
           ELSE
               ADD 1 TO WS-OUTSTANDING-COUNT
               ADD CQ-AMOUNT TO WS-OUTSTANDING-TOTAL
           END-IF.
      * The return quotes the cheque's vendor, amount, currency and
      * issue date - the value date of the order it went out on -
      * which is what PAYRET matches a bank return against.
       P0A-STALE-DATE-CHEQUE.
           SET CQ-STALE TO TRUE
           MOVE BZ-BUSINESS-DATE TO CQ-STATUS-DATE
           ADD 1 TO WS-CHEQUES-STALE
           ADD CQ-AMOUNT TO WS-STALE-TOTAL
           MOVE SPACES           TO STALE-VOID-CARD
           MOVE CQ-CHEQUE-NO     TO SV-CHEQUE-NO
           MOVE "STALE-DATED"    TO SV-REASON
           WRITE STALE-VOID-CARD
           MOVE CQ-VENDOR-ID     TO SR-SOME-PART-1
           MOVE CQ-SOME-PART-2   TO SR-SOME-PART-2
           MOVE CQ-AMOUNT        TO SR-RETURN-AMOUNT
           MOVE CQ-CURRENCY-CODE TO SR-CURRENCY-CODE
           MOVE SPACES           TO SR-RETURN-REASON
           STRING "STALE-DATED CHEQUE " CQ-CHEQUE-NO
               DELIMITED BY SIZE INTO SR-RETURN-REASON
           MOVE CQ-ISSUE-DATE    TO SR-RETURN-DATE
           WRITE STALE-RETURN-RECORD
           MOVE CQ-CHEQUE-NO     TO DL-CHEQUE-NO
           MOVE CQ-VENDOR-ID     TO DL-VENDOR
           MOVE CQ-ISSUE-DATE    TO DL-ISSUE-DATE
           MOVE CQ-AMOUNT        TO DL-ISSUED-AMT
           MOVE ZERO             TO DL-PAID-AMT
           MOVE "STALE - VOID AND REVERSE" TO DL-NOTE
           MOVE WS-DETAIL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.
       P0A-REPORT-NOT-ISSUED.
           MOVE WS-PAID-CHEQUE-NO(PAID-NDX) TO DL-CHEQUE-NO
           MOVE SPACES                      TO DL-VENDOR
           MOVE WS-PAID-DATE(PAID-NDX)      TO DL-ISSUE-DATE
           MOVE ZERO                        TO DL-ISSUED-AMT
           MOVE WS-PAID-AMOUNT(PAID-NDX)    TO DL-PAID-AMT
           MOVE "PAID - NEVER ISSUED" TO DL-NOTE
           PERFORM P0A-WRITE-EXCEPTION-LINE.
       P0A-WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTIONS
           MOVE WS-DETAIL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           DISPLAY "CHQREC " DL-NOTE " CHEQUE=" DL-CHEQUE-NO.
       P0A-WRITE-TOTALS.
           MOVE "CHEQUES CLEARED         " TO TL-LABEL
           MOVE WS-CHEQUES-CLEARED  TO TL-COUNT
           MOVE WS-CLEARED-TOTAL    TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           MOVE "CHEQUES STALE-DATED     " TO TL-LABEL
           MOVE WS-CHEQUES-STALE    TO TL-COUNT
           MOVE WS-STALE-TOTAL      TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           MOVE "CHEQUES OUTSTANDING     " TO TL-LABEL
           MOVE WS-OUTSTANDING-COUNT TO TL-COUNT
           MOVE WS-OUTSTANDING-TOTAL TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           MOVE "PAID-ITEM EXCEPTIONS    " TO TL-LABEL
           MOVE WS-EXCEPTIONS       TO TL-COUNT
           MOVE ZERO                TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.
       P0A-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT CONTROL-TOTALS
           END-IF.
           MOVE "CHQREC  "           TO CT-PROGRAM-ID.
           MOVE WS-TIMESTAMP         TO CT-TIMESTAMP.
           MOVE WS-PAID-READ         TO CT-RECORDS-READ.
           MOVE WS-EXCEPTIONS        TO CT-EXCEPTIONS-LOGGED.
           MOVE WS-CHEQUES-CLEARED   TO CT-RESOLVED-LOGGED.
           MOVE WS-CLEARED-TOTAL     TO CT-AMOUNT-TOTAL.
           MOVE ZERO                 TO CT-SEQUENCE-ERRORS.
           CALL "RUNID" USING RUNID-PARMS
           MOVE RI-RUN-ID TO CT-RUN-ID
           WRITE CONTROL-TOTALS-RECORD.
           CLOSE CONTROL-TOTALS.
