       IDENTIFICATION DIVISION.
       PROGRAM-ID.    POMAINT.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * POMAINT - open purchase-order maintenance. Purchasing used to
      * replace OPENPO wholesale from their own extract whenever an
      * order was raised, amended or cancelled, throwing away the
      * balances the invoice run had drawn down. This step instead
      * applies their add / amend / cancel transactions (POTRAN,
      * sorted here into vendor and PO order, keeping feed order
      * within an order) against OPENPO the way VENDMNT maintains
      * the vendor master, writing the new generation to OPENPON:
      *   A  add      - a new order, its full amount open
      *   M  amend    - a new order amount (and retainage
      *                 percentage); what invoices have
      *                 already consumed stays consumed, so the
      *                 open balance moves by the change in amount
      *                 and an amendment that would take it below
      *                 zero is rejected
      *   C  cancel   - the order leaves the file
      * Every applied change writes a before/after record to the
      * accumulating POAUDIT file; rejects go to POREJ. After the
      * transactions, an order fully consumed, or untouched for
      * longer than the closing window (POPARM, calendar days,
      * default 180) since its last add, amendment or draw-down, is
      * auto-closed: audited as action X, dropped from the file and
      * written to POCLOSE for purchasing to close on their side.
      * OPENPO must arrive in vendor and PO order, which is how this
      * step writes it and the invoice run rewrites it; a record out
      * of sequence ends the step RC 12 so the swap does not run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "POPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OLD-PO-FILE ASSIGN TO "OPENPO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RAW-TRAN-FILE ASSIGN TO "POTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "POTRANS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK01".
           SELECT NEW-PO-FILE ASSIGN TO "OPENPON"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "POAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REJECT-OUT ASSIGN TO "POREJ"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CLOSE-OUT ASSIGN TO "POCLOSE"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  PO-PARM-FIELDS.
           05  PM-CLOSE-DAYS      PIC 9(04).
           05  FILLER             PIC X(76).
       FD  OLD-PO-FILE.
           COPY "openpo.cpy".
       FD  RAW-TRAN-FILE.
       01  RAW-TRAN-RECORD        PIC X(28).
       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  FILLER             PIC X(01).
           05  SW-VENDOR-ID       PIC X(04).
           05  SW-PO-NUMBER       PIC X(08).
           05  FILLER             PIC X(15).
       FD  TRAN-FILE.
       01  PO-TRAN-RECORD.
           05  PT-ACTION          PIC X(01).
               88  PT-ADD         VALUE "A".
               88  PT-AMEND       VALUE "M".
               88  PT-CANCEL      VALUE "C".
           05  PT-KEY.
               10  PT-VENDOR-ID   PIC X(04).
               10  PT-PO-NUMBER   PIC X(08).
           05  PT-PO-AMOUNT       PIC 9(09)V99.
           05  PT-RETAIN-PCT      PIC 9(02)V99.
       FD  NEW-PO-FILE.
       01  NEW-PO-RECORD.
           05  NP-VENDOR-ID       PIC X(04).
           05  NP-NUMBER          PIC X(08).
           05  NP-AMOUNT          PIC 9(09)V99.
           05  NP-OPEN-BALANCE    PIC 9(09)V99.
           05  NP-RETAIN-PCT      PIC 9(02)V99.
           05  NP-LAST-ACTIVITY   PIC 9(08).
       FD  AUDIT-OUT.
       01  PO-AUDIT-RECORD.
           05  PU-TIMESTAMP       PIC X(14).
           05  FILLER             PIC X(01).
           05  PU-ACTION          PIC X(01).
           05  FILLER             PIC X(01).
           05  PU-VENDOR-ID       PIC X(04).
           05  PU-PO-NUMBER       PIC X(08).
           05  FILLER             PIC X(01).
           05  PU-BEFORE-AMOUNT   PIC 9(09)V99.
           05  PU-BEFORE-BALANCE  PIC 9(09)V99.
           05  FILLER             PIC X(01).
           05  PU-AFTER-AMOUNT    PIC 9(09)V99.
           05  PU-AFTER-BALANCE   PIC 9(09)V99.
           05  FILLER             PIC X(01).
           05  PU-CONSUMED        PIC 9(09)V99.
       FD  REJECT-OUT.
       01  PO-REJECT-RECORD.
           05  PR-REASON          PIC X(30).
           05  PR-SEPARATOR       PIC X(01).
           05  PR-TRAN            PIC X(28).
       FD  CLOSE-OUT.
       01  PO-CLOSE-RECORD.
           05  PC-VENDOR-ID       PIC X(04).
           05  PC-PO-NUMBER       PIC X(08).
           05  PC-AMOUNT          PIC 9(09)V99.
           05  PC-CONSUMED        PIC 9(09)V99.
           05  PC-OPEN-BALANCE    PIC 9(09)V99.
           05  PC-LAST-ACTIVITY   PIC 9(08).
           05  PC-CLOSE-DATE      PIC 9(08).
           05  PC-REASON          PIC X(30).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "tstamp.cpy".
       01  WS-MASTER-EOF-SW        PIC X VALUE "N".
            88 MASTER-EOF          VALUE "Y".
       01  WS-TRAN-EOF-SW          PIC X VALUE "N".
            88 TRAN-EOF            VALUE "Y".
       01  WS-SEQUENCE-SW          PIC X VALUE "N".
            88 OUT-OF-SEQUENCE     VALUE "Y".
       01  WS-CURR-SW              PIC X VALUE "N".
            88 CURR-PRESENT        VALUE "Y".
            88 CURR-ABSENT         VALUE "N".
       01  WS-MASTER-KEY           PIC X(12) VALUE LOW-VALUES.
       01  WS-PREV-MASTER-KEY      PIC X(12) VALUE LOW-VALUES.
       01  WS-TRAN-KEY             PIC X(12) VALUE LOW-VALUES.
       01  WS-LOW-KEY              PIC X(12) VALUE LOW-VALUES.
       01  WS-CLOSE-DAYS           PIC 9(04) VALUE 180.
       01  WS-IDLE-DAYS            PIC S9(07) VALUE ZERO.
       01  WS-CONSUMED             PIC S9(10)V99 VALUE ZERO.
       01  WS-NEW-BALANCE          PIC S9(10)V99 VALUE ZERO.
      * What the audit record is to show for the change in hand.
       01  WS-AUDIT-FIELDS.
           05  WS-AU-ACTION        PIC X(01).
           05  WS-AU-BEFORE-AMOUNT PIC 9(09)V99.
           05  WS-AU-BEFORE-BALANCE PIC 9(09)V99.
      * The order the transactions are being applied to - the
      * OPENPO record of the key in hand, or one an add created.
       01  WS-CURR-PO.
           05  WS-CURR-VENDOR-ID   PIC X(04).
           05  WS-CURR-PO-NUMBER   PIC X(08).
           05  WS-CURR-AMOUNT      PIC 9(09)V99.
           05  WS-CURR-BALANCE     PIC 9(09)V99.
           05  WS-CURR-RETAIN-PCT  PIC 9(02)V99.
           05  WS-CURR-LAST-ACTIVITY PIC 9(08).
       01  WS-MASTER-READ          PIC 9(07) VALUE ZERO.
       01  WS-TRANS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-POS-CLOSED           PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-WRITTEN      PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "POMAINT" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS.
           PERFORM P0A-READ-PARM-CARD.
           SORT SORT-WORK
               ON ASCENDING KEY SW-VENDOR-ID SW-PO-NUMBER
               WITH DUPLICATES IN ORDER
               USING RAW-TRAN-FILE
               GIVING TRAN-FILE.
           OPEN INPUT OLD-PO-FILE.
           OPEN INPUT TRAN-FILE.
           OPEN OUTPUT NEW-PO-FILE.
           OPEN EXTEND AUDIT-OUT.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT AUDIT-OUT
           END-IF.
           OPEN OUTPUT REJECT-OUT.
           OPEN OUTPUT CLOSE-OUT.
           PERFORM P0A-READ-MASTER.
           PERFORM P0A-READ-TRAN.
           PERFORM UNTIL MASTER-EOF AND TRAN-EOF
               PERFORM P0A-PROCESS-ONE-KEY
           END-PERFORM.
           CLOSE OLD-PO-FILE.
           CLOSE TRAN-FILE.
           CLOSE NEW-PO-FILE.
           CLOSE AUDIT-OUT.
           CLOSE REJECT-OUT.
           CLOSE CLOSE-OUT.
           DISPLAY "POMAINT OPENPO IN=" WS-MASTER-READ
               " APPLIED=" WS-TRANS-APPLIED
               " REJECTED=" WS-TRANS-REJECTED
               " CLOSED=" WS-POS-CLOSED
               " OPENPO OUT=" WS-RECORDS-WRITTEN.
           IF  OUT-OF-SEQUENCE
               DISPLAY "POMAINT OPENPO OUT OF VENDOR/PO SEQUENCE"
                   " - NEW GENERATION NOT TO BE USED"
               MOVE 12 TO RETURN-CODE
           END-IF.
           MOVE "POMAINT" TO TM-PROGRAM-ID
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
                       IF  PM-CLOSE-DAYS NUMERIC
                           AND PM-CLOSE-DAYS > ZERO
                           MOVE PM-CLOSE-DAYS TO WS-CLOSE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
       P0A-READ-MASTER.
           READ OLD-PO-FILE
               AT END
                   SET MASTER-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   ADD 1 TO WS-MASTER-READ
                   MOVE PO-VENDOR-ID TO WS-MASTER-KEY(1:4)
                   MOVE PO-NUMBER    TO WS-MASTER-KEY(5:8)
                   IF  WS-MASTER-KEY NOT > WS-PREV-MASTER-KEY
                       SET OUT-OF-SEQUENCE TO TRUE
                   END-IF
                   MOVE WS-MASTER-KEY TO WS-PREV-MASTER-KEY
           END-READ.
       P0A-READ-TRAN.
           READ TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-TRAN-KEY
               NOT AT END
                   MOVE PT-KEY TO WS-TRAN-KEY
           END-READ.
      * One order key at a time: pick up the OPENPO record if the
      * key is on file, apply every transaction for it in feed
      * order, then judge what is left for auto-close.
       P0A-PROCESS-ONE-KEY.
           IF  WS-MASTER-KEY < WS-TRAN-KEY
               MOVE WS-MASTER-KEY TO WS-LOW-KEY
           ELSE
               MOVE WS-TRAN-KEY   TO WS-LOW-KEY
           END-IF
           SET CURR-ABSENT TO TRUE
           IF  WS-MASTER-KEY = WS-LOW-KEY
               SET CURR-PRESENT TO TRUE
               MOVE PO-VENDOR-ID    TO WS-CURR-VENDOR-ID
               MOVE PO-NUMBER       TO WS-CURR-PO-NUMBER
               MOVE PO-AMOUNT       TO WS-CURR-AMOUNT
               MOVE PO-OPEN-BALANCE TO WS-CURR-BALANCE
               IF  PO-RETAIN-PCT NUMERIC
                   MOVE PO-RETAIN-PCT TO WS-CURR-RETAIN-PCT
               ELSE
                   MOVE ZERO TO WS-CURR-RETAIN-PCT
               END-IF
               IF  PO-LAST-ACTIVITY NUMERIC
                   MOVE PO-LAST-ACTIVITY TO WS-CURR-LAST-ACTIVITY
               ELSE
                   MOVE ZERO TO WS-CURR-LAST-ACTIVITY
               END-IF
               PERFORM P0A-READ-MASTER
           END-IF
           PERFORM UNTIL WS-TRAN-KEY NOT = WS-LOW-KEY
               MOVE PT-ACTION TO WS-AU-ACTION
               EVALUATE TRUE
                   WHEN PT-ADD
                       PERFORM P0A-APPLY-ADD
                   WHEN PT-AMEND
                       PERFORM P0A-APPLY-AMEND
                   WHEN PT-CANCEL
                       PERFORM P0A-APPLY-CANCEL
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO PR-REASON
                       PERFORM P0A-WRITE-REJECT
               END-EVALUATE
               PERFORM P0A-READ-TRAN
           END-PERFORM
           IF  CURR-PRESENT
               PERFORM P0A-JUDGE-CLOSE
           END-IF.
       P0A-APPLY-ADD.
           EVALUATE TRUE
               WHEN CURR-PRESENT
                   MOVE "PO ALREADY OPEN ON ADD" TO PR-REASON
                   PERFORM P0A-WRITE-REJECT
               WHEN PT-PO-AMOUNT NOT NUMERIC
                   OR PT-PO-AMOUNT = ZERO
                   MOVE "PO AMOUNT MISSING OR ZERO" TO PR-REASON
                   PERFORM P0A-WRITE-REJECT
               WHEN OTHER
                   MOVE ZERO TO WS-AU-BEFORE-AMOUNT
                   MOVE ZERO TO WS-AU-BEFORE-BALANCE
                   SET CURR-PRESENT TO TRUE
                   MOVE PT-VENDOR-ID TO WS-CURR-VENDOR-ID
                   MOVE PT-PO-NUMBER TO WS-CURR-PO-NUMBER
                   MOVE PT-PO-AMOUNT TO WS-CURR-AMOUNT
                   MOVE PT-PO-AMOUNT TO WS-CURR-BALANCE
                   IF  PT-RETAIN-PCT NUMERIC
                       MOVE PT-RETAIN-PCT TO WS-CURR-RETAIN-PCT
                   ELSE
                       MOVE ZERO TO WS-CURR-RETAIN-PCT
                   END-IF
                   MOVE BZ-BUSINESS-DATE TO WS-CURR-LAST-ACTIVITY
                   PERFORM P0A-WRITE-AUDIT
           END-EVALUATE.
      * The amount consumed so far is the old order amount less its
      * open balance, and it is carried across the amendment.
       P0A-APPLY-AMEND.
           IF  CURR-ABSENT
               MOVE "PO NOT OPEN FOR AMENDMENT" TO PR-REASON
               PERFORM P0A-WRITE-REJECT
           ELSE
               IF  PT-PO-AMOUNT NOT NUMERIC
                   MOVE "PO AMOUNT NOT NUMERIC" TO PR-REASON
                   PERFORM P0A-WRITE-REJECT
               ELSE
                   COMPUTE WS-CONSUMED =
                       WS-CURR-AMOUNT - WS-CURR-BALANCE
                   COMPUTE WS-NEW-BALANCE =
                       PT-PO-AMOUNT - WS-CONSUMED
                   IF  WS-NEW-BALANCE < ZERO
                       MOVE "AMENDMENT BELOW AMT CONSUMED"
                           TO PR-REASON
                       PERFORM P0A-WRITE-REJECT
                   ELSE
                       MOVE WS-CURR-AMOUNT  TO WS-AU-BEFORE-AMOUNT
                       MOVE WS-CURR-BALANCE TO WS-AU-BEFORE-BALANCE
                       MOVE PT-PO-AMOUNT    TO WS-CURR-AMOUNT
                       MOVE WS-NEW-BALANCE  TO WS-CURR-BALANCE
                       IF  PT-RETAIN-PCT NUMERIC
                           MOVE PT-RETAIN-PCT TO WS-CURR-RETAIN-PCT
                       END-IF
                       MOVE BZ-BUSINESS-DATE
                           TO WS-CURR-LAST-ACTIVITY
                       PERFORM P0A-WRITE-AUDIT
                   END-IF
               END-IF
           END-IF.
       P0A-APPLY-CANCEL.
           IF  CURR-ABSENT
               MOVE "PO NOT OPEN FOR CANCEL" TO PR-REASON
               PERFORM P0A-WRITE-REJECT
           ELSE
               MOVE WS-CURR-AMOUNT  TO WS-AU-BEFORE-AMOUNT
               MOVE WS-CURR-BALANCE TO WS-AU-BEFORE-BALANCE
               SET CURR-ABSENT TO TRUE
               PERFORM P0A-WRITE-AUDIT
           END-IF.
      * An order with nothing left open, or left untouched past the
      * closing window, is closed; any other order is carried
      * forward. An order never stamped starts its window tonight.
       P0A-JUDGE-CLOSE.
           IF  WS-CURR-LAST-ACTIVITY = ZERO
               MOVE BZ-BUSINESS-DATE TO WS-CURR-LAST-ACTIVITY
           END-IF
           COMPUTE WS-IDLE-DAYS =
               FUNCTION INTEGER-OF-DATE(BZ-BUSINESS-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-CURR-LAST-ACTIVITY)
           EVALUATE TRUE
               WHEN WS-CURR-BALANCE = ZERO
                   MOVE "FULLY CONSUMED" TO PC-REASON
                   PERFORM P0A-AUTO-CLOSE
               WHEN WS-IDLE-DAYS > WS-CLOSE-DAYS
                   MOVE "NO ACTIVITY IN CLOSING WINDOW" TO PC-REASON
                   PERFORM P0A-AUTO-CLOSE
               WHEN OTHER
                   PERFORM P0A-WRITE-NEW-PO
           END-EVALUATE.
       P0A-AUTO-CLOSE.
           MOVE WS-CURR-VENDOR-ID     TO PC-VENDOR-ID
           MOVE WS-CURR-PO-NUMBER     TO PC-PO-NUMBER
           MOVE WS-CURR-AMOUNT        TO PC-AMOUNT
           COMPUTE PC-CONSUMED = WS-CURR-AMOUNT - WS-CURR-BALANCE
           MOVE WS-CURR-BALANCE       TO PC-OPEN-BALANCE
           MOVE WS-CURR-LAST-ACTIVITY TO PC-LAST-ACTIVITY
           MOVE BZ-BUSINESS-DATE      TO PC-CLOSE-DATE
           WRITE PO-CLOSE-RECORD
           ADD 1 TO WS-POS-CLOSED
           MOVE WS-CURR-AMOUNT  TO WS-AU-BEFORE-AMOUNT
           MOVE WS-CURR-BALANCE TO WS-AU-BEFORE-BALANCE
           MOVE "X" TO WS-AU-ACTION
           SET CURR-ABSENT TO TRUE
           PERFORM P0A-WRITE-AUDIT.
       P0A-WRITE-NEW-PO.
           MOVE WS-CURR-VENDOR-ID     TO NP-VENDOR-ID
           MOVE WS-CURR-PO-NUMBER     TO NP-NUMBER
           MOVE WS-CURR-AMOUNT        TO NP-AMOUNT
           MOVE WS-CURR-BALANCE       TO NP-OPEN-BALANCE
           MOVE WS-CURR-RETAIN-PCT    TO NP-RETAIN-PCT
           MOVE WS-CURR-LAST-ACTIVITY TO NP-LAST-ACTIVITY
           WRITE NEW-PO-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN.
      * Action and before figures are set by the caller; the after
      * figures are the order as it now stands, or zero once it has
      * left the file.
       P0A-WRITE-AUDIT.
           MOVE SPACES TO PO-AUDIT-RECORD
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP         TO PU-TIMESTAMP
           MOVE WS-AU-ACTION         TO PU-ACTION
           MOVE WS-CURR-VENDOR-ID    TO PU-VENDOR-ID
           MOVE WS-CURR-PO-NUMBER    TO PU-PO-NUMBER
           MOVE WS-AU-BEFORE-AMOUNT  TO PU-BEFORE-AMOUNT
           MOVE WS-AU-BEFORE-BALANCE TO PU-BEFORE-BALANCE
           IF  CURR-PRESENT
               MOVE WS-CURR-AMOUNT  TO PU-AFTER-AMOUNT
               MOVE WS-CURR-BALANCE TO PU-AFTER-BALANCE
               COMPUTE PU-CONSUMED =
                   WS-CURR-AMOUNT - WS-CURR-BALANCE
           ELSE
               MOVE ZERO TO PU-AFTER-AMOUNT
               MOVE ZERO TO PU-AFTER-BALANCE
               COMPUTE PU-CONSUMED =
                   PU-BEFORE-AMOUNT - PU-BEFORE-BALANCE
           END-IF
           WRITE PO-AUDIT-RECORD
           IF  PU-ACTION NOT = "X"
               ADD 1 TO WS-TRANS-APPLIED
           END-IF.
       P0A-WRITE-REJECT.
           MOVE SPACE          TO PR-SEPARATOR
           MOVE PO-TRAN-RECORD TO PR-TRAN
           WRITE PO-REJECT-RECORD
           ADD 1 TO WS-TRANS-REJECTED.
