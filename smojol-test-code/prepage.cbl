       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PREPAGE.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * PREPAGE - aging run over the vendor deposits HELLO-WORLD
      * carries on the PREPAY file. A deposit is paid out like any
      * invoice and then waits on its PO for the final invoice to
      * offset it; one whose final invoice never comes is money
      * sitting with the vendor and an asset nobody is chasing.
      * This step lists every deposit still untouched by a final
      * invoice more than the chase age (PAGEPARM card, default 90
      * days) after it was paid, with count and amount totals, so
      * purchasing can ask the vendor where the goods are. A
      * deposit a final invoice has already drawn on is not listed
      * - whatever is left of it is the vendor's to credit, and it
      * shows on the PREPAY file until then.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "PAGEPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PREPAYMENT-BALANCE ASSIGN TO "PREPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AGING-REPORT ASSIGN TO "PREPAGER"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  PREPAGE-PARM-FIELDS.
           05  PG-CHASE-AGE-DAYS  PIC 9(03).
           05  FILLER             PIC X(77).
       FD  PREPAYMENT-BALANCE.
           COPY "prepay.cpy".
       FD  AGING-REPORT.
       01  AGING-REPORT-RECORD   PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
       01  WS-PREPAY-EOF-SW        PIC X VALUE "N".
            88 PREPAY-EOF          VALUE "Y".
       01  WS-CHASE-AGE-DAYS       PIC 9(03) VALUE 90.
       01  WS-DEPOSITS-READ        PIC 9(07) VALUE ZERO.
       01  WS-DEPOSITS-LISTED      PIC 9(07) VALUE ZERO.
       01  WS-LISTED-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-AGE-DAYS             PIC S9(05) VALUE ZERO.
       01  WS-HEADING-LINE.
           05  FILLER  PIC X(34)
                   VALUE "DEPOSITS AWAITING FINAL INVOICE AT".
           05  FILLER  PIC X(01) VALUE SPACE.
           05  HL-DATE PIC 9(08).
           05  FILLER  PIC X(07) VALUE " OVER  ".
           05  HL-DAYS PIC ZZ9.
           05  FILLER  PIC X(05) VALUE " DAYS".
       01  WS-DETAIL-LINE.
           05  DL-VENDOR    PIC X(04).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-PO        PIC X(08).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-COMPANY   PIC X(02).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-CURRENCY  PIC X(04).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-INVOICE   PIC X(10).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-BALANCE   PIC ZZZZZZZZZZZ9.99.
           05  FILLER       PIC X(02) VALUE SPACES.
           05  DL-PAID      PIC 9(08).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  DL-AGE       PIC ZZZZ9.
           05  FILLER       PIC X(05) VALUE " DAYS".
       01  WS-TOTAL-LINE.
           05  FILLER       PIC X(15) VALUE "TOTAL DEPOSITS ".
           05  TL-COUNT     PIC ZZZZZZ9.
           05  FILLER       PIC X(04) VALUE " FOR".
           05  TL-AMOUNT    PIC ZZZZZZZZZZZZ9.99.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "PREPAGE" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS.
           PERFORM P0A-READ-PARM-CARD.
           OPEN OUTPUT AGING-REPORT.
           MOVE BZ-BUSINESS-DATE  TO HL-DATE.
           MOVE WS-CHASE-AGE-DAYS TO HL-DAYS.
           MOVE WS-HEADING-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           OPEN INPUT PREPAYMENT-BALANCE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-PREPAYMENT
               PERFORM UNTIL PREPAY-EOF
                   PERFORM P0A-AGE-ONE-DEPOSIT
                   PERFORM P0A-READ-PREPAYMENT
               END-PERFORM
               CLOSE PREPAYMENT-BALANCE
           END-IF.
           MOVE WS-DEPOSITS-LISTED TO TL-COUNT.
           MOVE WS-LISTED-TOTAL    TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO AGING-REPORT-RECORD.
           WRITE AGING-REPORT-RECORD.
           CLOSE AGING-REPORT.
           DISPLAY "PREPAGE DEPOSITS=" WS-DEPOSITS-READ
               " AWAITING FINAL INVOICE=" WS-DEPOSITS-LISTED
               " FOR " WS-LISTED-TOTAL.
           MOVE "PREPAGE" TO TM-PROGRAM-ID
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
                       IF  PG-CHASE-AGE-DAYS NUMERIC
                           AND PG-CHASE-AGE-DAYS > ZERO
                           MOVE PG-CHASE-AGE-DAYS
                               TO WS-CHASE-AGE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
       P0A-READ-PREPAYMENT.
           READ PREPAYMENT-BALANCE
               AT END
                   SET PREPAY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DEPOSITS-READ
           END-READ.
      * Untouched means the balance is still the whole deposit - the
      * first final invoice on the PO draws it down.
       P0A-AGE-ONE-DEPOSIT.
           IF  PP-BALANCE = PP-DEPOSIT-AMOUNT
               AND PP-BALANCE > ZERO
               IF  PP-DEPOSIT-DATE NUMERIC AND PP-DEPOSIT-DATE > ZERO
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(BZ-BUSINESS-DATE)
                       - FUNCTION INTEGER-OF-DATE(PP-DEPOSIT-DATE)
               ELSE
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
               IF  WS-AGE-DAYS > WS-CHASE-AGE-DAYS
                   PERFORM P0A-LIST-DEPOSIT
               END-IF
           END-IF.
       P0A-LIST-DEPOSIT.
           MOVE PP-VENDOR-ID     TO DL-VENDOR
           MOVE PP-PO-NUMBER     TO DL-PO
           MOVE PP-COMPANY-CODE  TO DL-COMPANY
           MOVE PP-CURRENCY-CODE TO DL-CURRENCY
           MOVE PP-INVOICE-NO    TO DL-INVOICE
           MOVE PP-BALANCE       TO DL-BALANCE
           MOVE PP-DEPOSIT-DATE  TO DL-PAID
           MOVE WS-AGE-DAYS      TO DL-AGE
           MOVE WS-DETAIL-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           ADD 1 TO WS-DEPOSITS-LISTED
           ADD PP-BALANCE TO WS-LISTED-TOTAL.
