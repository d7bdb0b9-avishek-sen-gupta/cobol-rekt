      * applied change). Finishes with a summary page of statements
      * rendered and total amounts billed, so the mailing run can be
      * agreed against the master before envelopes are stuffed.
      * Each statement also goes onto the PRTQUEUE print-stream
      * queue under its mailing address (held when there is none)
      * for PRTSTRM to presort with the other mailed documents;
      * the summary page stays on BILLSTMT only.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  FILLER             PIC X(01).
           05  BA-AFTER-STATUS    PIC X(04).
           05  BA-AFTER-AMOUNT    PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  BA-KEYED-BY        PIC X(08).
       FD  OPEN-ITEMS.
           COPY "openitem.cpy".
       FD  CUSTOMER-MASTER.
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "billxref.cpy".
           COPY "prtqpm.cpy".
       01  WS-BILLMSTR-EOF-SW      PIC X VALUE "N".
            88 BILLMSTR-EOF        VALUE "Y".
       01  WS-AUDIT-EOF-SW         PIC X VALUE "N".
           PERFORM P0A-LOAD-OPEN-ITEMS.
           PERFORM P0A-LOAD-CUSTOMER-MASTER.
           OPEN OUTPUT STATEMENT-OUT.
           MOVE "BILLSTMT" TO PQ-SOURCE
           SET PQ-OPEN-QUEUE TO TRUE
           CALL "PRTQUEUE" USING PRTQUEUE-PARMS.
           OPEN INPUT BILLMSTR-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-BILLMSTR
           END-IF.
           PERFORM P0A-WRITE-SUMMARY-PAGE.
           CLOSE STATEMENT-OUT.
           MOVE WS-STATEMENT-COUNT TO PQ-PRODUCER-DOCS
           MOVE WS-STATEMENT-COUNT TO PQ-PRODUCER-PAGES
           SET PQ-CLOSE-QUEUE TO TRUE
           CALL "PRTQUEUE" USING PRTQUEUE-PARMS.
           DISPLAY "BILLSTMT RENDERED " WS-STATEMENT-COUNT
               " STATEMENTS".
           DISPLAY "BILLSTMT MISSING ADDRESSES: "
       P0A-RENDER-ONE-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           ADD BM-AMOUNT TO WS-TOTAL-RENDERED
           PERFORM P0A-FIND-MAILING-ADDRESS
           PERFORM P0A-QUEUE-STATEMENT
           MOVE BM-ACCOUNT-NO TO SH-ACCOUNT-NO
           MOVE WS-STMT-HEADING TO STATEMENT-OUT-RECORD
           PERFORM P0A-PUT-LINE
           PERFORM P0A-WRITE-MAILING-ADDRESS
           MOVE BM-AMOUNT TO BL-AMOUNT
           MOVE WS-BALANCE-LINE TO STATEMENT-OUT-RECORD
           PERFORM P0A-PUT-LINE
           PERFORM P0A-RESOLVE-STATUS
           MOVE WS-STATUS-LINE TO STATEMENT-OUT-RECORD
           PERFORM P0A-PUT-LINE
           PERFORM P0A-WRITE-OPEN-ITEMS
           PERFORM P0A-WRITE-ACTIVITY
           MOVE SPACES TO STATEMENT-OUT-RECORD
           PERFORM P0A-PUT-LINE.
      * One statement is one page and one document on the queue,
      * addressed off the customer master.
       P0A-QUEUE-STATEMENT.
           MOVE BM-ACCOUNT-NO TO PQ-ADDRESS-KEY
           IF  ADDRESS-FOUND
               MOVE "N" TO PQ-HELD-SW
               MOVE WS-CUST-NAME(CUST-NDX)   TO PQ-MAIL-NAME
               MOVE WS-CUST-ADDR-1(CUST-NDX) TO PQ-MAIL-ADDR-1
               MOVE WS-CUST-ADDR-2(CUST-NDX) TO PQ-MAIL-ADDR-2
               MOVE WS-CUST-POSTAL(CUST-NDX) TO PQ-MAIL-POSTAL
           ELSE
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
       P0A-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           IF  FS-SUCCESS
      * off the customer master; an account with no record there
      * is flagged on the page and counted so the print room holds
      * it instead of mailing a blank envelope.
       P0A-FIND-MAILING-ADDRESS.
           MOVE "N" TO WS-ADDRESS-FOUND-SW
           SET CUST-NDX TO 1
           SEARCH WS-CUST-ENTRY
                   CONTINUE
               WHEN WS-CUST-ACCOUNT(CUST-NDX) = BM-ACCOUNT-NO
                   SET ADDRESS-FOUND TO TRUE
           END-SEARCH.
       P0A-WRITE-MAILING-ADDRESS.
           IF  ADDRESS-FOUND
               MOVE WS-CUST-NAME(CUST-NDX) TO ML-TEXT
               MOVE WS-MAILTO-LINE TO STATEMENT-OUT-RECORD
               PERFORM P0A-PUT-LINE
               MOVE WS-CUST-ADDR-1(CUST-NDX) TO ML-TEXT
               MOVE WS-MAILTO-LINE TO STATEMENT-OUT-RECORD
               PERFORM P0A-PUT-LINE
               MOVE WS-CUST-ADDR-2(CUST-NDX) TO ML-TEXT
               MOVE WS-MAILTO-LINE TO STATEMENT-OUT-RECORD
               PERFORM P0A-PUT-LINE
               MOVE WS-CUST-POSTAL(CUST-NDX) TO ML-TEXT
               MOVE WS-MAILTO-LINE TO STATEMENT-OUT-RECORD
               PERFORM P0A-PUT-LINE
           ELSE
               ADD 1 TO WS-MISSING-ADDRESSES
               MOVE WS-NOADDR-LINE TO STATEMENT-OUT-RECORD
               PERFORM P0A-PUT-LINE
           END-IF.
       P0A-RESOLVE-STATUS.
           SET BILLXREF-NDX TO 1
                   MOVE WS-ITM-DUE(ITEM-NDX)    TO IL-DUE-DATE
                   MOVE WS-ITM-AMOUNT(ITEM-NDX) TO IL-AMOUNT
                   MOVE WS-ITEM-LINE TO STATEMENT-OUT-RECORD
                   PERFORM P0A-PUT-LINE
               END-IF
           END-PERFORM.
       P0A-WRITE-ACTIVITY.
                   MOVE WS-AUD-AFTER-ST(AUD-NDX)  TO AL-STATUS
                   MOVE WS-AUD-AFTER-AMT(AUD-NDX) TO AL-AMOUNT
                   MOVE WS-ACTIVITY-LINE TO STATEMENT-OUT-RECORD
                   PERFORM P0A-PUT-LINE
               END-IF
           END-PERFORM.
       P0A-WRITE-SUMMARY-PAGE.
