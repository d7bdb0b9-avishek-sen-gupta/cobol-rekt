      * open items instead of the blended master figure: the
      * oldest open bill drives the days-overdue tier and the
      * notice balance is the sum of the account's open bills.
      * Items out for direct-debit collection (DDCL) are not open
      * bills to chase until the bank returns them unpaid. An
      * account placed with the collections agency (status P on the
      * AGYREG register AGYPLACE keeps) is the agency's to chase and
      * gets no notice from us until it is recalled. Each notice
      * also goes onto the PRTQUEUE print-stream queue under the
      * customer-master address (held when there is none) for
      * PRTSTRM to presort with the other mailed documents.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE-FILE ASSIGN TO "PROMISE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PLACEMENT-REG ASSIGN TO "AGYREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BROKEN-OUT ASSIGN TO "BROKPROM"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT NOTICE-OUT ASSIGN TO "DUNNOTE"
           05  PP-PROMISED-AMOUNT PIC 9(07)V99.
           05  PP-PROMISED-DATE   PIC 9(08).
           05  PP-TAKER-ID        PIC X(08).
       FD  PLACEMENT-REG.
           COPY "agyreg.cpy".
       FD  BROKEN-OUT.
       01  BROKEN-PROMISE-RECORD.
           05  BK-ACCOUNT-NO      PIC X(10).
           COPY "timelgpm.cpy".
           COPY "bizdtpm.cpy".
           COPY "billxref.cpy".
           COPY "prtqpm.cpy".
       01  WS-BILLMSTR-EOF-SW      PIC X VALUE "N".
            88 BILLMSTR-EOF        VALUE "Y".
       01  WS-OPENITEM-EOF-SW      PIC X VALUE "N".
               10  WS-PROM-AMOUNT  PIC 9(07)V99.
               10  WS-PROM-DATE    PIC 9(08).
               10  WS-PROM-TAKER   PIC X(08).
       01  WS-REG-EOF-SW           PIC X VALUE "N".
            88 REG-EOF             VALUE "Y".
       01  WS-PLACED-SW            PIC X VALUE "N".
            88 ACCOUNT-PLACED      VALUE "Y".
       01  WS-PLACED-SKIPPED       PIC 9(05) VALUE ZERO.
       01  WS-PLACED-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-PLACED-TABLE.
           05  WS-PLACED-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PLACED-NDX.
               10  WS-PLACED-ACCOUNT PIC X(10).
       01  WS-MISSING-ADDRESSES    PIC 9(05) VALUE ZERO.
       01  WS-NOTICES-ISSUED       PIC 9(05) VALUE ZERO.
       01  WS-CUST-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 1000 TIMES
               10  WS-CUST-ACCOUNT PIC X(10).
               10  WS-CUST-NAME    PIC X(30).
               10  WS-CUST-ADDR-1  PIC X(30).
               10  WS-CUST-ADDR-2  PIC X(30).
               10  WS-CUST-POSTAL  PIC X(10).
       01  WS-ITEMS-PRESENT-SW     PIC X VALUE "N".
            88 ITEMS-PRESENT       VALUE "Y".
       01  WS-ACCT-ITEM-SUM        PIC 9(09)V99 VALUE ZERO.
           PERFORM P0A-LOAD-OPEN-ITEMS.
           PERFORM P0A-LOAD-CUSTOMER-MASTER.
           PERFORM P0A-LOAD-PROMISES.
           PERFORM P0A-LOAD-PLACEMENTS.
           OPEN OUTPUT BROKEN-OUT.
           OPEN OUTPUT NOTICE-OUT.
           MOVE "DUNNING" TO PQ-SOURCE
           SET PQ-OPEN-QUEUE TO TRUE
           CALL "PRTQUEUE" USING PRTQUEUE-PARMS.
           OPEN INPUT BILLMSTR-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-BILLMSTR
           END-IF.
           PERFORM P0A-WRITE-TIER-SUMMARY.
           CLOSE NOTICE-OUT.
           MOVE WS-NOTICES-ISSUED TO PQ-PRODUCER-DOCS
           MOVE WS-NOTICES-ISSUED TO PQ-PRODUCER-PAGES
           SET PQ-CLOSE-QUEUE TO TRUE
           CALL "PRTQUEUE" USING PRTQUEUE-PARMS.
           CLOSE BROKEN-OUT.
           DISPLAY "DUNNING PROMISES HELD=" WS-NOTICES-SUPPRESSED
               " BROKEN=" WS-PROMISES-BROKEN.
           DISPLAY "DUNNING PLACED WITH AGENCY=" WS-PLACED-SKIPPED.
           MOVE "DUNNING" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
               MOVE BM-AMOUNT   TO WS-ACCT-ITEM-SUM
               MOVE BM-DUE-DATE TO WS-ACCT-OLDEST-DUE
           END-IF
           PERFORM P0A-CHECK-PLACEMENT
           IF  BILL-STAT-DISPUTED
               OR BILL-STAT-PAID
               OR BILL-STAT-CANCELLED
               OR WS-ACCT-OLDEST-DUE = ZERO
               CONTINUE
           ELSE
               IF  ACCOUNT-PLACED
                   ADD 1 TO WS-PLACED-SKIPPED
               ELSE
                   COMPUTE WS-DAYS-OVERDUE =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-ACCT-OLDEST-DUE)
                   IF  WS-DAYS-OVERDUE > ZERO
                       PERFORM P0A-JUDGE-PROMISE
                       EVALUATE TRUE
                           WHEN PROMISE-STANDING
                               ADD 1 TO WS-NOTICES-SUPPRESSED
                           WHEN OTHER
                               PERFORM P0A-ISSUE-NOTICE
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.
      * A standing promise buys silence until its date; a promise
               AT END
                   SET PROMISE-EOF TO TRUE
           END-READ.
       P0A-LOAD-PLACEMENTS.
           OPEN INPUT PLACEMENT-REG.
           IF  FS-SUCCESS
               PERFORM P0A-READ-PLACEMENT
               PERFORM UNTIL REG-EOF
                   IF  AP-STAT-PLACED AND WS-PLACED-COUNT < 2000
                       ADD 1 TO WS-PLACED-COUNT
                       SET PLACED-NDX TO WS-PLACED-COUNT
                       MOVE AP-ACCOUNT-NO
                           TO WS-PLACED-ACCOUNT(PLACED-NDX)
                   END-IF
                   PERFORM P0A-READ-PLACEMENT
               END-PERFORM
               CLOSE PLACEMENT-REG
           END-IF.
       P0A-READ-PLACEMENT.
           READ PLACEMENT-REG
               AT END
                   SET REG-EOF TO TRUE
           END-READ.
       P0A-CHECK-PLACEMENT.
           MOVE "N" TO WS-PLACED-SW
           IF  WS-PLACED-COUNT > ZERO
               SET PLACED-NDX TO 1
               SEARCH WS-PLACED-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PLACED-ACCOUNT(PLACED-NDX) = BM-ACCOUNT-NO
                       SET ACCOUNT-PLACED TO TRUE
               END-SEARCH
           END-IF.
       P0A-SUM-ACCOUNT-ITEMS.
           MOVE ZERO     TO WS-ACCT-ITEM-SUM
           MOVE 99999999 TO WS-ACCT-OLDEST-DUE
               ADD 1 TO WS-TIER-NO
           END-IF
           ADD 1 TO WS-TIER-COUNT(WS-TIER-NO)
           ADD 1 TO WS-NOTICES-ISSUED
           PERFORM P0A-FIND-NOTICE-ADDRESS
           PERFORM P0A-QUEUE-NOTICE
           MOVE WS-TIER-NAME(WS-TIER-NO) TO NL-TIER
           MOVE BM-ACCOUNT-NO            TO NL-ACCOUNT
           MOVE WS-ACCT-ITEM-SUM         TO NL-AMOUNT
           MOVE WS-DAYS-OVERDUE          TO NL-DAYS
           MOVE WS-NOTICE-LINE TO NOTICE-OUT-RECORD
           PERFORM P0A-PUT-LINE
           PERFORM P0A-WRITE-NOTICE-ADDRESS.
       P0A-FIND-NOTICE-ADDRESS.
           MOVE "N" TO WS-ADDRESS-FOUND-SW
           SET CUST-NDX TO 1
           SEARCH WS-CUST-ENTRY
                   CONTINUE
               WHEN WS-CUST-ACCOUNT(CUST-NDX) = BM-ACCOUNT-NO
                   SET ADDRESS-FOUND TO TRUE
           END-SEARCH.
      * One notice is one page and one document on the queue.
       P0A-QUEUE-NOTICE.
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
           WRITE NOTICE-OUT-RECORD
           MOVE NOTICE-OUT-RECORD TO PQ-PRINT-LINE
           SET PQ-ADD-LINE TO TRUE
           CALL "PRTQUEUE" USING PRTQUEUE-PARMS.
       P0A-WRITE-NOTICE-ADDRESS.
           IF  ADDRESS-FOUND
               MOVE WS-CUST-NAME(CUST-NDX)   TO ML-NAME
               MOVE WS-CUST-ADDR-1(CUST-NDX) TO ML-ADDR
               MOVE WS-MAILTO-LINE TO NOTICE-OUT-RECORD
               PERFORM P0A-PUT-LINE
           ELSE
               ADD 1 TO WS-MISSING-ADDRESSES
               MOVE WS-NOADDR-LINE TO NOTICE-OUT-RECORD
               PERFORM P0A-PUT-LINE
           END-IF.
       P0A-LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
                           TO WS-CUST-NAME(CUST-NDX)
                       MOVE CU-ADDR-1
                           TO WS-CUST-ADDR-1(CUST-NDX)
                       MOVE CU-ADDR-2
                           TO WS-CUST-ADDR-2(CUST-NDX)
                       MOVE CU-POSTAL-CODE
                           TO WS-CUST-POSTAL(CUST-NDX)
                   END-IF
                   PERFORM P0A-READ-CUSTOMER
               END-PERFORM
