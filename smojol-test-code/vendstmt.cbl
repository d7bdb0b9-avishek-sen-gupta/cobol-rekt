      * credit we carry less what is held against them, and the
      * opening position is derived by adding the period's net
      * payments back - the two book-ends a vendor reconciles to.
      * Each statement also goes onto the PRTQUEUE print-stream
      * queue under the VENDPAY remit-to name and address (held
      * when the vendor has none) for PRTSTRM to presort with the
      * other mailed documents.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-HISTORY ASSIGN TO "VCAHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT VENDOR-PAYMENT ASSIGN TO "VENDPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STATEMENT-OUT ASSIGN TO "VENDSTMT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           05  VCA-BEFORE-AMOUNT  PIC 9(09)V99.
           05  FILLER             PIC X(01).
           05  VCA-AFTER-AMOUNT   PIC 9(09)V99.
       FD  VENDOR-PAYMENT.
           COPY "vendpay.cpy".
       FD  STATEMENT-OUT.
       01  STATEMENT-OUT-RECORD  PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "prtqpm.cpy".
       01  WS-PAYHIST-EOF-SW       PIC X VALUE "N".
            88 PAYHIST-EOF         VALUE "Y".
       01  WS-REVIEW-EOF-SW        PIC X VALUE "N".
       01  WS-VCAHIST-EOF-SW       PIC X VALUE "N".
            88 VCAHIST-EOF         VALUE "Y".
       01  WS-STATEMENTS-RENDERED  PIC 9(05) VALUE ZERO.
       01  WS-VENDPAY-EOF-SW       PIC X VALUE "N".
            88 VENDPAY-EOF         VALUE "Y".
       01  WS-REMIT-FOUND-SW       PIC X VALUE "N".
            88 REMIT-FOUND         VALUE "Y".
       01  WS-NO-REMIT-ADDRESS     PIC 9(05) VALUE ZERO.
       01  WS-VP-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-VP-TABLE.
           05  WS-VP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY VP-NDX.
               10  WS-VP-VENDOR    PIC X(04).
               10  WS-VP-NAME      PIC X(30).
               10  WS-VP-ADDRESS   PIC X(30).
               10  WS-VP-POSTAL    PIC X(10).
       01  WS-CLOSING-POSITION     PIC S9(12)V99 VALUE ZERO.
       01  WS-OPENING-POSITION     PIC S9(12)V99 VALUE ZERO.
       01  WS-WORK-VENDOR          PIC X(04) VALUE SPACES.
           PERFORM P0A-TALLY-HELD-ITEMS.
           PERFORM P0A-TALLY-CREDITS.
           PERFORM P0A-TALLY-CORRECTIONS.
           PERFORM P0A-LOAD-PAY-DETAILS.
           OPEN OUTPUT STATEMENT-OUT.
           MOVE "VENDSTMT" TO PQ-SOURCE
           SET PQ-OPEN-QUEUE TO TRUE
           CALL "PRTQUEUE" USING PRTQUEUE-PARMS.
           PERFORM VARYING VEND-NDX FROM 1 BY 1
                   UNTIL VEND-NDX > WS-VEND-COUNT
               PERFORM P0A-RENDER-ONE-STATEMENT
           END-PERFORM.
           CLOSE STATEMENT-OUT.
           MOVE WS-STATEMENTS-RENDERED TO PQ-PRODUCER-DOCS
           MOVE WS-STATEMENTS-RENDERED TO PQ-PRODUCER-PAGES
           SET PQ-CLOSE-QUEUE TO TRUE
           CALL "PRTQUEUE" USING PRTQUEUE-PARMS.
           DISPLAY "VENDSTMT RENDERED " WS-STATEMENTS-RENDERED
               " STATEMENTS".
           DISPLAY "VENDSTMT NO REMIT ADDRESS: " WS-NO-REMIT-ADDRESS.
           MOVE "VENDSTMT" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
               AT END
                   SET VCAHIST-EOF TO TRUE
           END-READ.
       P0A-LOAD-PAY-DETAILS.
           OPEN INPUT VENDOR-PAYMENT.
           IF  FS-SUCCESS
               PERFORM P0A-READ-VENDOR-PAYMENT
               PERFORM UNTIL VENDPAY-EOF
                   IF  WS-VP-COUNT < 2000
                       ADD 1 TO WS-VP-COUNT
                       SET VP-NDX TO WS-VP-COUNT
                       MOVE VP-VENDOR-ID     TO WS-VP-VENDOR(VP-NDX)
                       MOVE VP-REMIT-NAME    TO WS-VP-NAME(VP-NDX)
                       MOVE VP-REMIT-ADDRESS TO WS-VP-ADDRESS(VP-NDX)
                       MOVE VP-REMIT-POSTAL  TO WS-VP-POSTAL(VP-NDX)
                   END-IF
                   PERFORM P0A-READ-VENDOR-PAYMENT
               END-PERFORM
               CLOSE VENDOR-PAYMENT
           END-IF.
       P0A-READ-VENDOR-PAYMENT.
           READ VENDOR-PAYMENT
               AT END
                   SET VENDPAY-EOF TO TRUE
           END-READ.
      * One statement is one page and one document on the queue,
      * addressed to the VENDPAY remit-to details.
       P0A-QUEUE-STATEMENT.
           MOVE "N" TO WS-REMIT-FOUND-SW
           PERFORM VARYING VP-NDX FROM 1 BY 1
                   UNTIL VP-NDX > WS-VP-COUNT OR REMIT-FOUND
               IF  WS-VP-VENDOR(VP-NDX) = WS-VND-ID(VEND-NDX)
                   SET REMIT-FOUND TO TRUE
                   MOVE WS-VP-NAME(VP-NDX)    TO PQ-MAIL-NAME
                   MOVE WS-VP-ADDRESS(VP-NDX) TO PQ-MAIL-ADDR-1
                   MOVE WS-VP-POSTAL(VP-NDX)  TO PQ-MAIL-POSTAL
               END-IF
           END-PERFORM
           MOVE WS-VND-ID(VEND-NDX) TO PQ-ADDRESS-KEY
           IF  REMIT-FOUND
               MOVE "N"    TO PQ-HELD-SW
               MOVE SPACES TO PQ-MAIL-ADDR-2
           ELSE
               ADD 1 TO WS-NO-REMIT-ADDRESS
               SET PQ-HELD-NO-ADDRESS TO TRUE
           END-IF
           MOVE 1 TO PQ-PAGE-NO
           SET PQ-START-DOCUMENT TO TRUE
           CALL "PRTQUEUE" USING PRTQUEUE-PARMS.
       P0A-PUT-LINE.
           WRITE STATEMENT-OUT-RECORD
           MOVE STATEMENT-OUT-RECORD TO PQ-PRINT-LINE
           SET PQ-ADD-LINE TO TRUE
           CALL "PRTQUEUE" USING PRTQUEUE-PARMS.
       P0A-RENDER-ONE-STATEMENT.
           ADD 1 TO WS-STATEMENTS-RENDERED
           PERFORM P0A-QUEUE-STATEMENT
           MOVE WS-VND-ID(VEND-NDX) TO SH-VENDOR
           MOVE BZ-BUSINESS-DATE    TO SH-DATE
           MOVE WS-STMT-HEADING TO STATEMENT-OUT-RECORD
           PERFORM P0A-PUT-LINE
           MOVE WS-VND-PAY-COUNT(VEND-NDX) TO PL-COUNT
           MOVE WS-VND-GROSS(VEND-NDX)     TO PL-GROSS
           MOVE WS-VND-DISC(VEND-NDX)      TO PL-DISC
           MOVE WS-VND-NET(VEND-NDX)       TO PL-NET
           MOVE WS-PAYMENT-LINE TO STATEMENT-OUT-RECORD
           PERFORM P0A-PUT-LINE
           PERFORM P0A-WRITE-HELD-DETAIL
           MOVE WS-VND-CORR-COUNT(VEND-NDX) TO CL-COUNT
           MOVE WS-CORR-LINE TO STATEMENT-OUT-RECORD
           PERFORM P0A-PUT-LINE
           MOVE WS-VND-CREDIT(VEND-NDX) TO CR-AMOUNT
           MOVE WS-CREDIT-LINE TO STATEMENT-OUT-RECORD
           PERFORM P0A-PUT-LINE
           COMPUTE WS-CLOSING-POSITION =
               WS-VND-CREDIT(VEND-NDX)
               - WS-VND-HELD-AMT(VEND-NDX)
           MOVE "OPENING POSITION    " TO PO-LABEL
           MOVE WS-OPENING-POSITION    TO PO-AMOUNT
           MOVE WS-POSITION-LINE TO STATEMENT-OUT-RECORD
           PERFORM P0A-PUT-LINE
           MOVE "CLOSING POSITION    " TO PO-LABEL
           MOVE WS-CLOSING-POSITION    TO PO-AMOUNT
           MOVE WS-POSITION-LINE TO STATEMENT-OUT-RECORD
           PERFORM P0A-PUT-LINE
           MOVE SPACES TO STATEMENT-OUT-RECORD
           PERFORM P0A-PUT-LINE.
       P0A-WRITE-HELD-DETAIL.
           PERFORM VARYING HELD-NDX FROM 1 BY 1
                   UNTIL HELD-NDX > WS-HELD-COUNT
                   MOVE WS-HLD-AMOUNT(HELD-NDX)  TO HL-AMOUNT
                   MOVE WS-HLD-REASON(HELD-NDX)  TO HL-REASON
                   MOVE WS-HELD-LINE TO STATEMENT-OUT-RECORD
                   PERFORM P0A-PUT-LINE
               END-IF
           END-PERFORM.
