       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TAXEXT.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * TAXEXT - nightly recoverable-tax extract, run straight after
      * the invoice run. The run posts each released invoice's tax
      * to TAXRECOV as one summarized journal line, which is all the
      * ledger needs but nothing a tax return can be built from:
      * the return wants the tax by jurisdiction code, with the
      * base it was charged on. This step keeps that detail. The
      * night's released invoices are loaded from the pending
      * payment extract by vendor parts and invoice number; the
      * edited feed is then read header by header, and every coded
      * detail line (ID-TAX-CODE present) behind a released header
      * is appended to the TAXHIST history under tonight's business
      * date, with the header's company, currency and invoice date.
      * Held invoices are picked up the night they finally release
      * - INVRECYC re-injects them through the same feed. A full
      * release table ends the step with RC 12 and nothing written,
      * so a partial night never reaches the tax history.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEAN-FEED ASSIGN TO "INVCLEAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYMENT-EXTRACT ASSIGN TO "PAYPEND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TAX-HISTORY ASSIGN TO "TAXHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLEAN-FEED.
           COPY "invrec.cpy".
       FD  PAYMENT-EXTRACT.
           COPY "payext.cpy".
       FD  TAX-HISTORY.
           COPY "taxhist.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
       01  WS-FEED-EOF-SW          PIC X VALUE "N".
            88 FEED-EOF            VALUE "Y".
       01  WS-PAYEXT-EOF-SW        PIC X VALUE "N".
            88 PAYEXT-EOF          VALUE "Y".
       01  WS-TABLE-FULL-SW        PIC X VALUE "N".
            88 TABLE-FULL          VALUE "Y".
       01  WS-HEADER-RELEASED-SW   PIC X VALUE "N".
            88 HEADER-RELEASED     VALUE "Y".
       01  WS-RELEASED-READ        PIC 9(07) VALUE ZERO.
       01  WS-HEADERS-READ         PIC 9(07) VALUE ZERO.
       01  WS-LINES-WRITTEN        PIC 9(07) VALUE ZERO.
       01  WS-TAX-WRITTEN          PIC 9(11)V99 VALUE ZERO.
       01  WS-HEADER-FIELDS.
           05  WS-HDR-COMPANY      PIC X(02).
           05  WS-HDR-CURRENCY     PIC X(04).
           05  WS-HDR-INVOICE-NO   PIC X(10).
           05  WS-HDR-INVOICE-DATE PIC 9(08).
       01  WS-REL-KEY.
           05  WS-RK-PART-1        PIC X(04).
           05  WS-RK-PART-2        PIC X(04).
           05  WS-RK-INVOICE-NO    PIC X(10).
       01  WS-REL-COUNT            PIC 9(05) COMP VALUE 0.
       01  WS-REL-TABLE.
           05  WS-REL-ENTRY OCCURS 20000 TIMES
                   INDEXED BY REL-NDX  PIC X(18).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "TAXEXT" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS.
           PERFORM P0A-LOAD-RELEASED.
           IF  TABLE-FULL
               DISPLAY "TAXEXT RELEASE TABLE FULL - NOTHING WRITTEN"
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN EXTEND TAX-HISTORY
               IF  NOT FS-SUCCESS
                   OPEN OUTPUT TAX-HISTORY
               END-IF
               PERFORM P0A-EXTRACT-TAX-LINES
               CLOSE TAX-HISTORY
           END-IF.
           DISPLAY "TAXEXT RELEASED=" WS-RELEASED-READ
               " HEADERS=" WS-HEADERS-READ
               " TAX LINES=" WS-LINES-WRITTEN
               " TAX=" WS-TAX-WRITTEN.
           MOVE "TAXEXT" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-LOAD-RELEASED.
           OPEN INPUT PAYMENT-EXTRACT.
           IF  FS-SUCCESS
               PERFORM P0A-READ-PAYMENT-EXTRACT
               PERFORM UNTIL PAYEXT-EOF OR TABLE-FULL
                   IF  WS-REL-COUNT < 20000
                       ADD 1 TO WS-REL-COUNT
                       SET REL-NDX TO WS-REL-COUNT
                       MOVE PX-SOME-PART-1 TO WS-RK-PART-1
                       MOVE PX-SOME-PART-2 TO WS-RK-PART-2
                       MOVE PX-INVOICE-NO  TO WS-RK-INVOICE-NO
                       MOVE WS-REL-KEY     TO WS-REL-ENTRY(REL-NDX)
                       PERFORM P0A-READ-PAYMENT-EXTRACT
                   ELSE
                       SET TABLE-FULL TO TRUE
                   END-IF
               END-PERFORM
               CLOSE PAYMENT-EXTRACT
           END-IF.
       P0A-READ-PAYMENT-EXTRACT.
           READ PAYMENT-EXTRACT
               AT END
                   SET PAYEXT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RELEASED-READ
           END-READ.
      * Detail lines follow their header on the feed, so the
      * header's release decision carries down to each line until
      * the next header (or the trailer) arrives.
       P0A-EXTRACT-TAX-LINES.
           OPEN INPUT CLEAN-FEED.
           IF  FS-SUCCESS
               PERFORM P0A-READ-CLEAN-FEED
               PERFORM UNTIL FEED-EOF
                   EVALUATE TRUE
                       WHEN II-HEADER-REC
                           ADD 1 TO WS-HEADERS-READ
                           PERFORM P0A-NOTE-HEADER
                       WHEN II-DETAIL-REC
                           IF  HEADER-RELEASED
                               AND ID-TAX-CODE NOT = SPACES
                               PERFORM P0A-WRITE-TAX-LINE
                           END-IF
                       WHEN OTHER
                           MOVE "N" TO WS-HEADER-RELEASED-SW
                   END-EVALUATE
                   PERFORM P0A-READ-CLEAN-FEED
               END-PERFORM
               CLOSE CLEAN-FEED
           END-IF.
       P0A-READ-CLEAN-FEED.
           READ CLEAN-FEED
               AT END
                   SET FEED-EOF TO TRUE
           END-READ.
       P0A-NOTE-HEADER.
           MOVE "N" TO WS-HEADER-RELEASED-SW
           IF  II-COMPANY-CODE = SPACES
               MOVE "01" TO WS-HDR-COMPANY
           ELSE
               MOVE II-COMPANY-CODE TO WS-HDR-COMPANY
           END-IF
           MOVE II-CURRENCY-CODE TO WS-HDR-CURRENCY
           MOVE II-INVOICE-NO    TO WS-HDR-INVOICE-NO
           MOVE II-INVOICE-DATE  TO WS-HDR-INVOICE-DATE
           IF  NOT II-TRANS-CREDIT
               MOVE II-SOME-PART-1 TO WS-RK-PART-1
               MOVE II-SOME-PART-2 TO WS-RK-PART-2
               MOVE II-INVOICE-NO  TO WS-RK-INVOICE-NO
               SET REL-NDX TO 1
               SEARCH WS-REL-ENTRY
                   AT END
                       CONTINUE
                   WHEN REL-NDX > WS-REL-COUNT
                       CONTINUE
                   WHEN WS-REL-ENTRY(REL-NDX) = WS-REL-KEY
                       SET HEADER-RELEASED TO TRUE
               END-SEARCH
           END-IF.
       P0A-WRITE-TAX-LINE.
           MOVE SPACES              TO TAX-HISTORY-RECORD
           MOVE BZ-BUSINESS-DATE    TO TX-POST-DATE
           MOVE WS-HDR-INVOICE-DATE TO TX-INVOICE-DATE
           MOVE WS-HDR-COMPANY      TO TX-COMPANY-CODE
           MOVE ID-TAX-CODE         TO TX-TAX-CODE
           MOVE WS-HDR-CURRENCY     TO TX-CURRENCY
           MOVE ID-SOME-PART-1      TO TX-SOME-PART-1
           MOVE ID-SOME-PART-2      TO TX-SOME-PART-2
           MOVE WS-HDR-INVOICE-NO   TO TX-INVOICE-NO
           MOVE ID-LINE-NO          TO TX-LINE-NO
           MOVE ID-EXTENSION-AMOUNT TO TX-BASE-AMOUNT
           MOVE ID-TAX-AMOUNT       TO TX-TAX-AMOUNT
           MOVE ID-COST-CENTER      TO TX-COST-CENTER
           WRITE TAX-HISTORY-RECORD
           ADD 1 TO WS-LINES-WRITTEN
           ADD ID-TAX-AMOUNT TO WS-TAX-WRITTEN.
