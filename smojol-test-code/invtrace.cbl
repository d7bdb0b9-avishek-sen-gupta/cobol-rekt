       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVTRACE.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * INVTRACE - invoice lifecycle trace, one page per invoice, so
      * a vendor's phone call is answered from one listing instead
      * of RQINQ, PAYHINQ and a search request to operations. Each
      * TRCCARD card asks for either one invoice - the vendor parts
      * (cols 1-8) with, optionally, the vendor's invoice number
      * (cols 9-18) - or every invoice that reached the invoice
      * history between two dates (parts blank, from date cols
      * 19-26, to date cols 27-34; a zero to date means open-ended).
      * For each invoice the whole life is listed in time order:
      *   INVHIST   when it passed the duplicate check
      *   STATHIST  every status transition with its reason - the
      *             holds, and the release to payment
      *   INVREVQ   the hold it sits on tonight, if any
      *   INVDISP   a clerk's disposition card not yet consumed
      *   INVREJ    a rejection from last night's recycling
      *   CREDAPPL  vendor credit taken against it
      *   PAYLHIST  the consolidated payment it rolled into, under
      *             that payment's value date
      *   BANKRET   a bank return (or stale-dated cheque) of that
      *             consolidated payment
      * The current-state files (queue, cards, rejects, returns)
      * carry no date of their own and are listed under the
      * business date. STATHIST and BANKRET carry no invoice
      * number, so they are matched on the vendor parts, and the
      * returns on the consolidated payment's vendor, currency and
      * value date, the way PAYRET matches them. A full table
      * prints what fitted, says so, and ends the step with RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-CARDS ASSIGN TO "TRCCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INVOICE-HISTORY ASSIGN TO "INVHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STATUS-HISTORY ASSIGN TO "STATHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REVIEW-QUEUE ASSIGN TO "INVREVQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DISPOSITION-FILE ASSIGN TO "INVDISP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RECYCLE-REJECTS ASSIGN TO "INVREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CREDIT-APPLICATION ASSIGN TO "CREDAPPL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LINKAGE-HISTORY ASSIGN TO "PAYLHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BANK-RETURNS ASSIGN TO "BANKRET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "TRACERPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-CARDS.
       01  TRACE-CARD-RECORD.
           05  TC-SOME-PART-1     PIC X(04).
           05  TC-SOME-PART-2     PIC X(04).
           05  TC-INVOICE-NO      PIC X(10).
           05  TC-FROM-DATE       PIC 9(08).
           05  TC-TO-DATE         PIC 9(08).
           05  FILLER             PIC X(46).
       FD  INVOICE-HISTORY.
           COPY "invhist.cpy".
       FD  STATUS-HISTORY.
           COPY "stathist.cpy".
       FD  REVIEW-QUEUE.
       01  REVIEW-QUEUE-RECORD.
           05  RQ-SOME-PART-1     PIC X(04).
           05  RQ-SOME-PART-2     PIC X(04).
           05  RQ-INVOICE-AMOUNT  PIC 9(09)V99.
           05  RQ-INVOICE-DATE    PIC 9(08).
           05  RQ-CURRENCY        PIC X(04).
           05  RQ-REASON          PIC X(40).
           05  RQ-INVOICE-NO      PIC X(10).
           05  RQ-COMPANY-CODE    PIC X(02).
       FD  DISPOSITION-FILE.
           COPY "invdisp.cpy".
       FD  RECYCLE-REJECTS.
       01  RECYCLE-REJECT-RECORD.
           05  RJ-SOME-PART-1     PIC X(04).
           05  RJ-SOME-PART-2     PIC X(04).
           05  RJ-INVOICE-AMOUNT  PIC 9(09)V99.
           05  RJ-REJECT-REASON   PIC X(40).
       FD  CREDIT-APPLICATION.
       01  CREDIT-APPLICATION-RECORD.
           05  CA-SOME-PART-1     PIC X(04).
           05  CA-ORIG-INVOICE    PIC X(10).
           05  CA-CREDIT-AMOUNT   PIC 9(09)V99.
           05  CA-BUSINESS-DATE   PIC 9(08).
       FD  LINKAGE-HISTORY.
           COPY "paylink.cpy".
       FD  BANK-RETURNS.
       01  BANK-RETURN-RECORD.
           05  BR-SOME-PART-1     PIC X(04).
           05  BR-SOME-PART-2     PIC X(04).
           05  BR-RETURN-AMOUNT   PIC 9(09)V99.
           05  BR-CURRENCY-CODE   PIC X(04).
           05  BR-RETURN-REASON   PIC X(30).
           05  BR-RETURN-DATE     PIC 9(08).
       FD  REPORT-OUT.
       01  REPORT-OUT-RECORD      PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
       01  WS-INPUT-EOF-SW         PIC X VALUE "N".
            88 INPUT-EOF           VALUE "Y".
       01  WS-TABLE-FULL-SW        PIC X VALUE "N".
            88 TABLE-FULL          VALUE "Y".
       01  WS-SWAPPED-SW           PIC X VALUE "N".
            88 PASS-SWAPPED        VALUE "Y".
       01  WS-CARDS-READ           PIC 9(05) VALUE ZERO.
       01  WS-CARDS-IGNORED        PIC 9(05) VALUE ZERO.
       01  WS-IH-DATE              PIC 9(08) VALUE ZERO.
      * The event being offered to the targets by the source pass
      * that found it.
       01  WS-EVENT-FIELDS.
           05  WS-EV-PART-1        PIC X(04).
           05  WS-EV-PART-2        PIC X(04).
           05  WS-EV-INVOICE-NO    PIC X(10).
           05  WS-EV-DATE          PIC 9(08).
           05  WS-EV-TIME          PIC X(06).
           05  WS-EV-SOURCE        PIC X(08).
           05  WS-EV-TEXT          PIC X(50).
       01  WS-EDIT-AMOUNT          PIC Z(08)9.99.
      * Date-range cards.
       01  WS-RANGE-COUNT          PIC 9(03) COMP VALUE 0.
       01  WS-RANGE-TABLE.
           05  WS-RANGE-ENTRY OCCURS 50 TIMES
                   INDEXED BY RNG-NDX.
               10  WS-RNG-FROM     PIC 9(08).
               10  WS-RNG-TO       PIC 9(08).
      * One entry per invoice being traced.
       01  WS-TARGET-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-TARGET-TABLE.
           05  WS-TARGET-ENTRY OCCURS 200 TIMES
                   INDEXED BY TGT-NDX.
               10  WS-TGT-PART-1     PIC X(04).
               10  WS-TGT-PART-2     PIC X(04).
               10  WS-TGT-INVOICE-NO PIC X(10).
               10  WS-TGT-EVENTS     PIC 9(05) COMP.
      * The consolidated payments a traced invoice rolled into, to
      * match the bank returns against.
       01  WS-PAYGRP-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-PAYGRP-TABLE.
           05  WS-PAYGRP-ENTRY OCCURS 500 TIMES
                   INDEXED BY PGR-NDX.
               10  WS-PGR-TARGET     PIC 9(04) COMP.
               10  WS-PGR-VENDOR     PIC X(04).
               10  WS-PGR-CURRENCY   PIC X(04).
               10  WS-PGR-VALUE-DATE PIC 9(08).
       01  WS-EVENT-COUNT          PIC 9(05) COMP VALUE 0.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY OCCURS 3000 TIMES
                   INDEXED BY EVT-NDX.
               10  WS-EVT-SORT-KEY.
                   15  WS-EVT-TARGET PIC 9(04).
                   15  WS-EVT-DATE   PIC 9(08).
                   15  WS-EVT-TIME   PIC X(06).
                   15  WS-EVT-SEQ    PIC 9(05).
               10  WS-EVT-SOURCE     PIC X(08).
               10  WS-EVT-TEXT       PIC X(50).
       01  WS-RANK-NDX             PIC 9(05) COMP VALUE ZERO.
       01  WS-RANK-HOLD            PIC 9(05) COMP VALUE ZERO.
       01  WS-RANK-TABLE.
           05  WS-RANK-SLOT PIC 9(05) COMP OCCURS 3000 TIMES.
       01  WS-TRACE-HEADING.
           05  FILLER       PIC X(22) VALUE "INVOICE TRACE  VENDOR ".
           05  TH-PART-1    PIC X(04).
           05  FILLER       PIC X(01) VALUE "/".
           05  TH-PART-2    PIC X(04).
           05  FILLER       PIC X(10) VALUE "  INVOICE ".
           05  TH-INVOICE   PIC X(10).
           05  FILLER       PIC X(10) VALUE "    AS AT ".
           05  TH-DATE      PIC 9(08).
       01  WS-COLUMN-HEADING.
           05  FILLER       PIC X(16) VALUE "DATE     TIME   ".
           05  FILLER       PIC X(09) VALUE "SOURCE   ".
           05  FILLER       PIC X(05) VALUE "EVENT".
       01  WS-EVENT-LINE.
           05  EL-DATE      PIC 9(08).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  EL-TIME      PIC X(06).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  EL-SOURCE    PIC X(08).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  EL-TEXT      PIC X(50).
       01  WS-TRACE-FOOTING.
           05  TF-EVENTS    PIC ZZZZ9.
           05  FILLER       PIC X(21) VALUE " EVENTS FOR INVOICE".
       01  WS-RULE-LINE     PIC X(80) VALUE ALL "=".
       01  WS-FULL-LINE     PIC X(80) VALUE
           "TRACE TABLE FULL - SOME INVOICES OR EVENTS ARE MISSING".
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "INVTRACE" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS.
           PERFORM P0A-LOAD-TRACE-CARDS.
           PERFORM P0A-SELECT-FROM-INVHIST.
           PERFORM P0A-SCAN-INVHIST.
           PERFORM P0A-SCAN-STATHIST.
           PERFORM P0A-SCAN-REVIEW-QUEUE.
           PERFORM P0A-SCAN-DISPOSITIONS.
           PERFORM P0A-SCAN-REJECTS.
           PERFORM P0A-SCAN-CREDITS.
           PERFORM P0A-SCAN-PAYLHIST.
           PERFORM P0A-SCAN-BANK-RETURNS.
           PERFORM P0A-RANK-EVENTS.
           PERFORM P0A-WRITE-TRACES.
           IF  TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "INVTRACE CARDS=" WS-CARDS-READ
               " IGNORED=" WS-CARDS-IGNORED
               " INVOICES=" WS-TARGET-COUNT
               " EVENTS=" WS-EVENT-COUNT.
           MOVE "INVTRACE" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
      * A card with vendor parts names one invoice; a card with
      * only dates selects invoices off the history below.
       P0A-LOAD-TRACE-CARDS.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT TRACE-CARDS
           IF  FS-SUCCESS
               PERFORM P0A-READ-TRACE-CARD
               PERFORM UNTIL INPUT-EOF
                   EVALUATE TRUE
                       WHEN TC-SOME-PART-1 NOT = SPACES
                           MOVE TC-SOME-PART-1 TO WS-EV-PART-1
                           MOVE TC-SOME-PART-2 TO WS-EV-PART-2
                           MOVE TC-INVOICE-NO  TO WS-EV-INVOICE-NO
                           PERFORM P0A-ADD-TARGET
                       WHEN TC-FROM-DATE NUMERIC
                           AND TC-FROM-DATE > ZERO
                           PERFORM P0A-ADD-RANGE
                       WHEN OTHER
                           ADD 1 TO WS-CARDS-IGNORED
                           DISPLAY "INVTRACE CARD IGNORED: "
                               TRACE-CARD-RECORD
                   END-EVALUATE
                   PERFORM P0A-READ-TRACE-CARD
               END-PERFORM
               CLOSE TRACE-CARDS
           END-IF.
       P0A-READ-TRACE-CARD.
           READ TRACE-CARDS
               AT END
                   SET INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.
       P0A-ADD-RANGE.
           IF  WS-RANGE-COUNT < 50
               ADD 1 TO WS-RANGE-COUNT
               SET RNG-NDX TO WS-RANGE-COUNT
               MOVE TC-FROM-DATE TO WS-RNG-FROM(RNG-NDX)
               IF  TC-TO-DATE NUMERIC
                   AND TC-TO-DATE > ZERO
                   MOVE TC-TO-DATE TO WS-RNG-TO(RNG-NDX)
               ELSE
                   MOVE 99999999   TO WS-RNG-TO(RNG-NDX)
               END-IF
           ELSE
               SET TABLE-FULL TO TRUE
           END-IF.
      * Adds the invoice in WS-EV-PART-1/2 and WS-EV-INVOICE-NO as
      * a target unless it is already one.
       P0A-ADD-TARGET.
           SET TGT-NDX TO 1
           SEARCH WS-TARGET-ENTRY
               AT END
                   PERFORM P0A-APPEND-TARGET
               WHEN TGT-NDX > WS-TARGET-COUNT
                   PERFORM P0A-APPEND-TARGET
               WHEN WS-TGT-PART-1(TGT-NDX) = WS-EV-PART-1
                   AND WS-TGT-PART-2(TGT-NDX) = WS-EV-PART-2
                   AND WS-TGT-INVOICE-NO(TGT-NDX) = WS-EV-INVOICE-NO
                   CONTINUE
           END-SEARCH.
       P0A-APPEND-TARGET.
           IF  WS-TARGET-COUNT < 200
               ADD 1 TO WS-TARGET-COUNT
               SET TGT-NDX TO WS-TARGET-COUNT
               MOVE WS-EV-PART-1     TO WS-TGT-PART-1(TGT-NDX)
               MOVE WS-EV-PART-2     TO WS-TGT-PART-2(TGT-NDX)
               MOVE WS-EV-INVOICE-NO TO WS-TGT-INVOICE-NO(TGT-NDX)
               MOVE ZERO             TO WS-TGT-EVENTS(TGT-NDX)
           ELSE
               SET TABLE-FULL TO TRUE
           END-IF.
      * First pass over the history: date-range cards pick up the
      * invoices that arrived in the range, and a parts card given
      * without an invoice number learns it, so CREDAPPL (keyed on
      * vendor and invoice number only) can be matched.
       P0A-SELECT-FROM-INVHIST.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT INVOICE-HISTORY
           IF  FS-SUCCESS
               PERFORM P0A-READ-INVHIST
               PERFORM UNTIL INPUT-EOF
                   MOVE IH-TIMESTAMP(1:8) TO WS-IH-DATE
                   PERFORM VARYING RNG-NDX FROM 1 BY 1
                           UNTIL RNG-NDX > WS-RANGE-COUNT
                       IF  WS-IH-DATE NOT < WS-RNG-FROM(RNG-NDX)
                           AND WS-IH-DATE NOT > WS-RNG-TO(RNG-NDX)
                           MOVE IH-SOME-PART-1 TO WS-EV-PART-1
                           MOVE IH-SOME-PART-2 TO WS-EV-PART-2
                           MOVE IH-INVOICE-NO  TO WS-EV-INVOICE-NO
                           PERFORM P0A-ADD-TARGET
                       END-IF
                   END-PERFORM
                   PERFORM VARYING TGT-NDX FROM 1 BY 1
                           UNTIL TGT-NDX > WS-TARGET-COUNT
                       IF  WS-TGT-PART-1(TGT-NDX) = IH-SOME-PART-1
                           AND WS-TGT-PART-2(TGT-NDX) = IH-SOME-PART-2
                           AND WS-TGT-INVOICE-NO(TGT-NDX) = SPACES
                           MOVE IH-INVOICE-NO
                               TO WS-TGT-INVOICE-NO(TGT-NDX)
                       END-IF
                   END-PERFORM
                   PERFORM P0A-READ-INVHIST
               END-PERFORM
               CLOSE INVOICE-HISTORY
           END-IF.
       P0A-READ-INVHIST.
           READ INVOICE-HISTORY
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
       P0A-SCAN-INVHIST.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT INVOICE-HISTORY
           IF  FS-SUCCESS
               PERFORM P0A-READ-INVHIST
               PERFORM UNTIL INPUT-EOF
                   MOVE IH-SOME-PART-1     TO WS-EV-PART-1
                   MOVE IH-SOME-PART-2     TO WS-EV-PART-2
                   MOVE IH-INVOICE-NO      TO WS-EV-INVOICE-NO
                   MOVE IH-TIMESTAMP(1:8)  TO WS-EV-DATE
                   MOVE IH-TIMESTAMP(9:6)  TO WS-EV-TIME
                   MOVE "INVHIST"          TO WS-EV-SOURCE
                   MOVE IH-INVOICE-AMOUNT  TO WS-EDIT-AMOUNT
                   MOVE SPACES TO WS-EV-TEXT
                   STRING "RECEIVED ON INVOICE HISTORY  AMOUNT "
                           WS-EDIT-AMOUNT DELIMITED BY SIZE
                       INTO WS-EV-TEXT
                   END-STRING
                   PERFORM P0A-OFFER-EVENT
                   PERFORM P0A-READ-INVHIST
               END-PERFORM
               CLOSE INVOICE-HISTORY
           END-IF.
       P0A-SCAN-STATHIST.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT STATUS-HISTORY
           IF  FS-SUCCESS
               PERFORM P0A-READ-STATHIST
               PERFORM UNTIL INPUT-EOF
                   MOVE SH-SOME-PART-1     TO WS-EV-PART-1
                   MOVE SH-SOME-PART-2     TO WS-EV-PART-2
                   MOVE SPACES             TO WS-EV-INVOICE-NO
                   MOVE SH-TIMESTAMP(1:8)  TO WS-EV-DATE
                   MOVE SH-TIMESTAMP(9:6)  TO WS-EV-TIME
                   MOVE "STATHIST"         TO WS-EV-SOURCE
                   MOVE SPACES TO WS-EV-TEXT
                   IF  SH-NEW-STATUS = "R"
                       STRING "RELEASED " SH-OLD-STATUS " TO "
                               SH-NEW-STATUS "  " SH-REASON
                               DELIMITED BY SIZE
                           INTO WS-EV-TEXT
                       END-STRING
                   ELSE
                       STRING "STATUS   " SH-OLD-STATUS " TO "
                               SH-NEW-STATUS "  " SH-REASON
                               DELIMITED BY SIZE
                           INTO WS-EV-TEXT
                       END-STRING
                   END-IF
                   PERFORM P0A-OFFER-EVENT
                   PERFORM P0A-READ-STATHIST
               END-PERFORM
               CLOSE STATUS-HISTORY
           END-IF.
       P0A-READ-STATHIST.
           READ STATUS-HISTORY
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
       P0A-SCAN-REVIEW-QUEUE.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT REVIEW-QUEUE
           IF  FS-SUCCESS
               PERFORM P0A-READ-REVIEW-QUEUE
               PERFORM UNTIL INPUT-EOF
                   MOVE RQ-SOME-PART-1     TO WS-EV-PART-1
                   MOVE RQ-SOME-PART-2     TO WS-EV-PART-2
                   MOVE RQ-INVOICE-NO      TO WS-EV-INVOICE-NO
                   MOVE BZ-BUSINESS-DATE   TO WS-EV-DATE
                   MOVE SPACES             TO WS-EV-TIME
                   MOVE "INVREVQ"          TO WS-EV-SOURCE
                   MOVE SPACES TO WS-EV-TEXT
                   STRING "ON HOLD - " RQ-REASON DELIMITED BY SIZE
                       INTO WS-EV-TEXT
                   END-STRING
                   PERFORM P0A-OFFER-EVENT
                   PERFORM P0A-READ-REVIEW-QUEUE
               END-PERFORM
               CLOSE REVIEW-QUEUE
           END-IF.
       P0A-READ-REVIEW-QUEUE.
           READ REVIEW-QUEUE
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
       P0A-SCAN-DISPOSITIONS.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT DISPOSITION-FILE
           IF  FS-SUCCESS
               PERFORM P0A-READ-DISPOSITION
               PERFORM UNTIL INPUT-EOF
                   MOVE DP-SOME-PART-1     TO WS-EV-PART-1
                   MOVE DP-SOME-PART-2     TO WS-EV-PART-2
                   MOVE SPACES             TO WS-EV-INVOICE-NO
                   MOVE BZ-BUSINESS-DATE   TO WS-EV-DATE
                   MOVE SPACES             TO WS-EV-TIME
                   MOVE "INVDISP"          TO WS-EV-SOURCE
                   MOVE SPACES TO WS-EV-TEXT
                   EVALUATE TRUE
                       WHEN DP-RESUBMIT
                           STRING "DISPOSITION - RESUBMIT, KEYED BY "
                                   DP-CLERK-ID DELIMITED BY SIZE
                               INTO WS-EV-TEXT
                           END-STRING
                       WHEN DP-REJECT
                           STRING "DISPOSITION - REJECT, KEYED BY "
                                   DP-CLERK-ID DELIMITED BY SIZE
                               INTO WS-EV-TEXT
                           END-STRING
                       WHEN OTHER
                           STRING "DISPOSITION - ACTION " DP-ACTION
                                   ", KEYED BY " DP-CLERK-ID
                                   DELIMITED BY SIZE
                               INTO WS-EV-TEXT
                           END-STRING
                   END-EVALUATE
                   PERFORM P0A-OFFER-EVENT
                   PERFORM P0A-READ-DISPOSITION
               END-PERFORM
               CLOSE DISPOSITION-FILE
           END-IF.
       P0A-READ-DISPOSITION.
           READ DISPOSITION-FILE
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
       P0A-SCAN-REJECTS.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT RECYCLE-REJECTS
           IF  FS-SUCCESS
               PERFORM P0A-READ-REJECT
               PERFORM UNTIL INPUT-EOF
                   MOVE RJ-SOME-PART-1     TO WS-EV-PART-1
                   MOVE RJ-SOME-PART-2     TO WS-EV-PART-2
                   MOVE SPACES             TO WS-EV-INVOICE-NO
                   MOVE BZ-BUSINESS-DATE   TO WS-EV-DATE
                   MOVE SPACES             TO WS-EV-TIME
                   MOVE "INVREJ"           TO WS-EV-SOURCE
                   MOVE SPACES TO WS-EV-TEXT
                   STRING "REJECTED - " RJ-REJECT-REASON
                           DELIMITED BY SIZE
                       INTO WS-EV-TEXT
                   END-STRING
                   PERFORM P0A-OFFER-EVENT
                   PERFORM P0A-READ-REJECT
               END-PERFORM
               CLOSE RECYCLE-REJECTS
           END-IF.
       P0A-READ-REJECT.
           READ RECYCLE-REJECTS
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
      * CREDAPPL carries the vendor and the invoice number the
      * credit was taken against, but not the second vendor part.
       P0A-SCAN-CREDITS.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT CREDIT-APPLICATION
           IF  FS-SUCCESS
               PERFORM P0A-READ-CREDIT
               PERFORM UNTIL INPUT-EOF
                   MOVE CA-BUSINESS-DATE   TO WS-EV-DATE
                   MOVE SPACES             TO WS-EV-TIME
                   MOVE "CREDAPPL"         TO WS-EV-SOURCE
                   MOVE CA-CREDIT-AMOUNT   TO WS-EDIT-AMOUNT
                   MOVE SPACES TO WS-EV-TEXT
                   STRING "VENDOR CREDIT APPLIED  AMOUNT "
                           WS-EDIT-AMOUNT DELIMITED BY SIZE
                       INTO WS-EV-TEXT
                   END-STRING
                   PERFORM VARYING TGT-NDX FROM 1 BY 1
                           UNTIL TGT-NDX > WS-TARGET-COUNT
                       IF  WS-TGT-PART-1(TGT-NDX) = CA-SOME-PART-1
                           AND WS-TGT-INVOICE-NO(TGT-NDX)
                               = CA-ORIG-INVOICE
                           AND CA-ORIG-INVOICE NOT = SPACES
                           PERFORM P0A-ADD-EVENT
                       END-IF
                   END-PERFORM
                   PERFORM P0A-READ-CREDIT
               END-PERFORM
               CLOSE CREDIT-APPLICATION
           END-IF.
       P0A-READ-CREDIT.
           READ CREDIT-APPLICATION
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
       P0A-SCAN-PAYLHIST.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT LINKAGE-HISTORY
           IF  FS-SUCCESS
               PERFORM P0A-READ-PAYLHIST
               PERFORM UNTIL INPUT-EOF
                   MOVE PL-SOME-PART-1     TO WS-EV-PART-1
                   MOVE PL-SOME-PART-2     TO WS-EV-PART-2
                   MOVE PL-INVOICE-NO      TO WS-EV-INVOICE-NO
                   MOVE PL-VALUE-DATE      TO WS-EV-DATE
                   MOVE SPACES             TO WS-EV-TIME
                   MOVE "PAYLHIST"         TO WS-EV-SOURCE
                   MOVE PL-NET-PAYABLE     TO WS-EDIT-AMOUNT
                   MOVE SPACES TO WS-EV-TEXT
                   STRING "PAID IN PAYMENT " PL-SOME-PART-1 "/"
                           PL-CURRENCY-CODE "/CO " PL-COMPANY-CODE
                           " NET " WS-EDIT-AMOUNT
                           DELIMITED BY SIZE
                       INTO WS-EV-TEXT
                   END-STRING
                   PERFORM P0A-OFFER-EVENT
                   PERFORM P0A-READ-PAYLHIST
               END-PERFORM
               CLOSE LINKAGE-HISTORY
           END-IF.
       P0A-READ-PAYLHIST.
           READ LINKAGE-HISTORY
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
       P0A-SCAN-BANK-RETURNS.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT BANK-RETURNS
           IF  FS-SUCCESS
               PERFORM P0A-READ-BANK-RETURN
               PERFORM UNTIL INPUT-EOF
                   MOVE BZ-BUSINESS-DATE   TO WS-EV-DATE
                   MOVE SPACES             TO WS-EV-TIME
                   MOVE "BANKRET"          TO WS-EV-SOURCE
                   MOVE SPACES TO WS-EV-TEXT
                   STRING "PAYMENT RETURNED - " BR-RETURN-REASON
                           DELIMITED BY SIZE
                       INTO WS-EV-TEXT
                   END-STRING
                   PERFORM VARYING PGR-NDX FROM 1 BY 1
                           UNTIL PGR-NDX > WS-PAYGRP-COUNT
                       IF  WS-PGR-VENDOR(PGR-NDX) = BR-SOME-PART-1
                           AND WS-PGR-CURRENCY(PGR-NDX)
                               = BR-CURRENCY-CODE
                           AND WS-PGR-VALUE-DATE(PGR-NDX)
                               = BR-RETURN-DATE
                           SET TGT-NDX TO WS-PGR-TARGET(PGR-NDX)
                           PERFORM P0A-ADD-EVENT
                       END-IF
                   END-PERFORM
                   PERFORM P0A-READ-BANK-RETURN
               END-PERFORM
               CLOSE BANK-RETURNS
           END-IF.
       P0A-READ-BANK-RETURN.
           READ BANK-RETURNS
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
      * Offers the event in WS-EVENT-FIELDS to every target: the
      * vendor parts must agree, and so must the invoice number
      * where both sides carry one.
       P0A-OFFER-EVENT.
           PERFORM VARYING TGT-NDX FROM 1 BY 1
                   UNTIL TGT-NDX > WS-TARGET-COUNT
               IF  WS-TGT-PART-1(TGT-NDX) = WS-EV-PART-1
                   AND WS-TGT-PART-2(TGT-NDX) = WS-EV-PART-2
                   AND (WS-TGT-INVOICE-NO(TGT-NDX) = SPACES
                        OR WS-EV-INVOICE-NO = SPACES
                        OR WS-TGT-INVOICE-NO(TGT-NDX)
                           = WS-EV-INVOICE-NO)
                   PERFORM P0A-ADD-EVENT
                   IF  WS-EV-SOURCE = "PAYLHIST"
                       PERFORM P0A-ADD-PAYMENT-GROUP
                   END-IF
               END-IF
           END-PERFORM.
       P0A-ADD-EVENT.
           IF  WS-EVENT-COUNT < 3000
               ADD 1 TO WS-EVENT-COUNT
               SET EVT-NDX TO WS-EVENT-COUNT
               SET WS-EVT-TARGET(EVT-NDX) TO TGT-NDX
               MOVE WS-EV-DATE     TO WS-EVT-DATE(EVT-NDX)
               IF  WS-EV-TIME = SPACES
                   MOVE "999999"   TO WS-EVT-TIME(EVT-NDX)
               ELSE
                   MOVE WS-EV-TIME TO WS-EVT-TIME(EVT-NDX)
               END-IF
               MOVE WS-EVENT-COUNT TO WS-EVT-SEQ(EVT-NDX)
               MOVE WS-EV-SOURCE   TO WS-EVT-SOURCE(EVT-NDX)
               MOVE WS-EV-TEXT     TO WS-EVT-TEXT(EVT-NDX)
               ADD 1 TO WS-TGT-EVENTS(TGT-NDX)
           ELSE
               SET TABLE-FULL TO TRUE
           END-IF.
       P0A-ADD-PAYMENT-GROUP.
           IF  WS-PAYGRP-COUNT < 500
               ADD 1 TO WS-PAYGRP-COUNT
               SET PGR-NDX TO WS-PAYGRP-COUNT
               SET WS-PGR-TARGET(PGR-NDX) TO TGT-NDX
               MOVE PL-SOME-PART-1   TO WS-PGR-VENDOR(PGR-NDX)
               MOVE PL-CURRENCY-CODE TO WS-PGR-CURRENCY(PGR-NDX)
               MOVE PL-VALUE-DATE    TO WS-PGR-VALUE-DATE(PGR-NDX)
           ELSE
               SET TABLE-FULL TO TRUE
           END-IF.
      * Order the events by invoice, then date and time, over an
      * index table so the entries themselves stay put. Events of
      * the same moment keep the order they were found in; events
      * with a date but no time come from the steps after the
      * invoice run and rank at the end of their day.
       P0A-RANK-EVENTS.
           PERFORM VARYING WS-RANK-NDX FROM 1 BY 1
                   UNTIL WS-RANK-NDX > WS-EVENT-COUNT
               MOVE WS-RANK-NDX TO WS-RANK-SLOT(WS-RANK-NDX)
           END-PERFORM
           SET PASS-SWAPPED TO TRUE
           PERFORM UNTIL NOT PASS-SWAPPED
               MOVE "N" TO WS-SWAPPED-SW
               PERFORM VARYING WS-RANK-NDX FROM 1 BY 1
                       UNTIL WS-RANK-NDX >= WS-EVENT-COUNT
                   PERFORM P0A-COMPARE-AND-SWAP
               END-PERFORM
           END-PERFORM.
       P0A-COMPARE-AND-SWAP.
           IF  WS-EVT-SORT-KEY(WS-RANK-SLOT(WS-RANK-NDX)) >
               WS-EVT-SORT-KEY(WS-RANK-SLOT(WS-RANK-NDX + 1))
               MOVE WS-RANK-SLOT(WS-RANK-NDX) TO WS-RANK-HOLD
               MOVE WS-RANK-SLOT(WS-RANK-NDX + 1)
                   TO WS-RANK-SLOT(WS-RANK-NDX)
               MOVE WS-RANK-HOLD
                   TO WS-RANK-SLOT(WS-RANK-NDX + 1)
               SET PASS-SWAPPED TO TRUE
           END-IF.
       P0A-WRITE-TRACES.
           OPEN OUTPUT REPORT-OUT
           IF  TABLE-FULL
               MOVE WS-FULL-LINE TO REPORT-OUT-RECORD
               WRITE REPORT-OUT-RECORD
           END-IF
           MOVE 1 TO WS-RANK-NDX
           PERFORM VARYING TGT-NDX FROM 1 BY 1
                   UNTIL TGT-NDX > WS-TARGET-COUNT
               PERFORM P0A-WRITE-ONE-TRACE
           END-PERFORM
           CLOSE REPORT-OUT.
      * The ranked events come out grouped by invoice in target
      * order, so each trace takes the next run of them.
       P0A-WRITE-ONE-TRACE.
           MOVE WS-RULE-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           MOVE WS-TGT-PART-1(TGT-NDX)     TO TH-PART-1
           MOVE WS-TGT-PART-2(TGT-NDX)     TO TH-PART-2
           MOVE WS-TGT-INVOICE-NO(TGT-NDX) TO TH-INVOICE
           MOVE BZ-BUSINESS-DATE           TO TH-DATE
           MOVE WS-TRACE-HEADING TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           MOVE WS-COLUMN-HEADING TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           PERFORM UNTIL WS-RANK-NDX > WS-EVENT-COUNT
                   OR WS-EVT-TARGET(WS-RANK-SLOT(WS-RANK-NDX))
                       NOT = TGT-NDX
               SET EVT-NDX TO WS-RANK-SLOT(WS-RANK-NDX)
               MOVE WS-EVT-DATE(EVT-NDX)   TO EL-DATE
               IF  WS-EVT-TIME(EVT-NDX) = "999999"
                   MOVE SPACES                TO EL-TIME
               ELSE
                   MOVE WS-EVT-TIME(EVT-NDX)  TO EL-TIME
               END-IF
               MOVE WS-EVT-SOURCE(EVT-NDX) TO EL-SOURCE
               MOVE WS-EVT-TEXT(EVT-NDX)   TO EL-TEXT
               MOVE WS-EVENT-LINE TO REPORT-OUT-RECORD
               WRITE REPORT-OUT-RECORD
               ADD 1 TO WS-RANK-NDX
           END-PERFORM
           MOVE WS-TGT-EVENTS(TGT-NDX) TO TF-EVENTS
           MOVE WS-TRACE-FOOTING TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.
