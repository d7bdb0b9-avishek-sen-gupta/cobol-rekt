       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DDCOLL.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * DDCOLL - nightly direct-debit collection for billing accounts
      * whose customer has an auto-pay mandate on DDMANDT, run ahead
      * of CASHAPP. Four passes over the loaded files, in order:
      * unpaid returns on DDRETURN from the bank re-open the debited
      * item at its original due date (so DUNNING picks it up again),
      * raise a returned-debit fee item (RDnnnn, DDPARM fee, default
      * 15.00, due the next business day) onto the account and
      * count a failure against the mandate, suspending it at the
      * DDPARM failure limit (default 3); debits on the DDINFL
      * in-flight register that have sat out the clearing window
      * (DDPARM business days, default 3) with no return are
      * settled - the item comes off, the master balance comes
      * down, the money goes to DDSETL for ARJRNL to journal and
      * the mandate's failure count goes back to zero; mandates take
      * one step of the prenote cycle VENDPRN runs for vendor bank
      * details (prenote returns arrive on DDPRNRET); and every OPEN
      * item due by tonight on an account with an active mandate is
      * debited - written to the DDCOLLF transmission (ddcoll.cpy,
      * header and count/hash trailer as BANKORD) and to the in-flight
      * register, and marked DDCL on the item file so DUNNING leaves
      * it alone while the bank has it. A disputed or cancelled
      * account is never debited, and an item the bank has already
      * returned once is left to DUNNING rather than presented again.
      * Fees and settlements are posted straight to the billing-master
      * KSDS by keyed read and rewrite; new generations of the item
      * file, mandates and in-flight register are swapped back by
      * the JCL. A return that matches nothing in flight, or a table
      * too small for the night's work, ends the step with return
      * code 4; a master rewrite that fails ends it with 8, and a
      * cluster that will not open stops it with 12 before anything
      * is collected.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "DDPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BILLMSTR-VSAM ASSIGN TO "BILLVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY BM-ACCOUNT-NO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT OPEN-ITEMS ASSIGN TO "OPENITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPEN-ITEMS-NEW ASSIGN TO "OPENITMN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MANDATE-FILE ASSIGN TO "DDMANDT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MANDATE-NEW ASSIGN TO "DDMANDN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT IN-FLIGHT ASSIGN TO "DDINFL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT IN-FLIGHT-NEW ASSIGN TO "DDINFLN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PRENOTE-RETURNS ASSIGN TO "DDPRNRET"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DEBIT-RETURNS ASSIGN TO "DDRETURN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT COLLECTION-FILE ASSIGN TO "DDCOLLF"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SETTLEMENT-FILE ASSIGN TO "DDSETL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DD-REPORT ASSIGN TO "DDRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  DDCOLL-PARM-FIELDS.
           05  DP-RETURN-FEE      PIC 9(05)V99.
           05  DP-FAIL-LIMIT      PIC 9(02).
           05  DP-CLEAR-DAYS      PIC 9(03).
           05  DP-PRENOTE-WAIT    PIC 9(03).
           05  FILLER             PIC X(65).
       FD  BILLMSTR-VSAM.
           COPY "billmstr.cpy".
       FD  OPEN-ITEMS.
           COPY "openitem.cpy".
       FD  OPEN-ITEMS-NEW.
       01  OPEN-ITEM-NEW-RECORD  PIC X(37).
       FD  MANDATE-FILE.
           COPY "ddmandt.cpy".
       FD  MANDATE-NEW.
       01  MANDATE-NEW-RECORD    PIC X(62).
       FD  IN-FLIGHT.
       01  IN-FLIGHT-RECORD      PIC X(68).
       FD  IN-FLIGHT-NEW.
       01  IN-FLIGHT-NEW-RECORD  PIC X(68).
       FD  PRENOTE-RETURNS.
       01  PRENOTE-RETURN-RECORD.
           05  PR-ACCOUNT-NO      PIC X(10).
           05  PR-RETURN-REASON   PIC X(30).
           05  PR-RETURN-DATE     PIC 9(08).
       FD  DEBIT-RETURNS.
       01  DEBIT-RETURN-RECORD.
           05  RT-ACCOUNT-NO      PIC X(10).
           05  RT-MANDATE-REF     PIC X(12).
           05  RT-BILL-NO         PIC X(06).
           05  RT-AMOUNT          PIC 9(07)V99.
           05  RT-REASON          PIC X(20).
           05  RT-RETURN-DATE     PIC 9(08).
       FD  COLLECTION-FILE.
       01  COLLECTION-OUT-RECORD PIC X(68).
       FD  SETTLEMENT-FILE.
           COPY "ddsetl.cpy".
       FD  DD-REPORT.
       01  DD-REPORT-RECORD      PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "datecpm.cpy".
           COPY "timelgpm.cpy".
           COPY "tstamp.cpy".
           COPY "ddcoll.cpy".
       01  WS-VSAM-STATUS          PIC XX.
       01  WS-MASTER-ERRORS        PIC 9(05) VALUE ZERO.
       01  WS-OPENITEM-EOF-SW      PIC X VALUE "N".
            88 OPENITEM-EOF        VALUE "Y".
       01  WS-MANDATE-EOF-SW       PIC X VALUE "N".
            88 MANDATE-EOF         VALUE "Y".
       01  WS-INFLIGHT-EOF-SW      PIC X VALUE "N".
            88 INFLIGHT-EOF        VALUE "Y".
       01  WS-PRENRET-EOF-SW       PIC X VALUE "N".
            88 PRENRET-EOF         VALUE "Y".
       01  WS-RETURN-EOF-SW        PIC X VALUE "N".
            88 RETURN-EOF          VALUE "Y".
       01  WS-FOUND-SW             PIC X VALUE "N".
            88 ENTRY-FOUND         VALUE "Y".
       01  WS-RETURNED-SW          PIC X VALUE "N".
            88 PRENOTE-RETURNED    VALUE "Y".
       01  WS-RETURN-FEE           PIC 9(05)V99 VALUE 15.00.
       01  WS-FAIL-LIMIT           PIC 9(02) VALUE 3.
       01  WS-CLEAR-DAYS           PIC 9(03) VALUE 3.
       01  WS-PRENOTE-WAIT-DAYS    PIC 9(03) VALUE 5.
       01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
       01  WS-DAYS-OUT             PIC S9(05) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(02) VALUE ZERO.
       01  WS-DEBITS-SENT          PIC 9(07) VALUE ZERO.
       01  WS-DEBIT-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01  WS-DEBITS-SETTLED       PIC 9(07) VALUE ZERO.
       01  WS-SETTLED-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  WS-DEBITS-RETURNED      PIC 9(07) VALUE ZERO.
       01  WS-RETURNS-UNMATCHED    PIC 9(07) VALUE ZERO.
       01  WS-FEES-RAISED          PIC 9(07) VALUE ZERO.
       01  WS-MANDATES-SUSPENDED   PIC 9(07) VALUE ZERO.
       01  WS-PRENOTES-SENT        PIC 9(07) VALUE ZERO.
       01  WS-PRENOTES-CLEARED     PIC 9(07) VALUE ZERO.
       01  WS-PRENOTES-REJECTED    PIC 9(07) VALUE ZERO.
       01  WS-TABLE-FULL-SW        PIC X VALUE "N".
            88 TABLE-FULL          VALUE "Y".
       01  WS-FEE-SEQ              PIC 9(04) VALUE ZERO.
       01  WS-FEE-BILL-NO.
           05  FILLER             PIC X(02) VALUE "RD".
           05  WS-FEE-SEQ-PART    PIC 9(04).
       01  WS-ITEM-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ITEM-NDX.
               10  WS-ITM-ACCOUNT PIC X(10).
               10  WS-ITM-BILL    PIC X(06).
               10  WS-ITM-AMOUNT  PIC 9(07)V99.
               10  WS-ITM-DUE     PIC 9(08).
               10  WS-ITM-STATUS  PIC X(04).
       01  WS-MANDATE-COUNT        PIC 9(04) COMP VALUE 0.
       01  WS-MANDATE-TABLE.
           05  WS-MANDATE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY MDT-NDX.
               10  WS-MDT-ACCOUNT PIC X(10).
               10  WS-MDT-REST    PIC X(52).
       01  WS-INFL-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-INFL-TABLE.
           05  WS-INFL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY INFL-NDX.
               10  WS-INFL-RECORD PIC X(68).
       01  WS-PRET-COUNT           PIC 9(03) COMP VALUE 0.
       01  WS-PRET-TABLE.
           05  WS-PRET-ENTRY OCCURS 200 TIMES
                   INDEXED BY PRET-NDX.
               10  WS-PRET-ACCOUNT PIC X(10).
               10  WS-PRET-REASON  PIC X(30).
       01  WS-HEADING-LINE.
           05  FILLER  PIC X(33)
                   VALUE "DIRECT-DEBIT COLLECTION REGISTER ".
           05  HL-DATE PIC 9(08).
       01  WS-COLUMN-LINE.
           05  FILLER  PIC X(28)
                   VALUE "EVENT      ACCOUNT    BILL  ".
           05  FILLER  PIC X(22)
                   VALUE "      AMOUNT  NOTE    ".
       01  WS-DETAIL-LINE.
           05  DL-EVENT     PIC X(10).
           05  FILLER       PIC X(01).
           05  DL-ACCOUNT   PIC X(10).
           05  FILLER       PIC X(01).
           05  DL-BILL      PIC X(06).
           05  FILLER       PIC X(01).
           05  DL-AMOUNT    PIC ZZZZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER       PIC X(02).
           05  DL-NOTE      PIC X(30).
       01  WS-TOTAL-LINE.
           05  FILLER       PIC X(08) VALUE "DEBITED ".
           05  TL-SENT      PIC ZZZZZ9.
           05  FILLER       PIC X(01) VALUE SPACE.
           05  TL-SENT-AMT  PIC ZZZZZZZZZ9.99.
           05  FILLER       PIC X(10) VALUE "  SETTLED ".
           05  TL-SETTLED   PIC ZZZZZ9.
           05  FILLER       PIC X(01) VALUE SPACE.
           05  TL-SETL-AMT  PIC ZZZZZZZZZ9.99.
           05  FILLER       PIC X(11) VALUE "  RETURNED ".
           05  TL-RETURNED  PIC ZZZZZ9.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "DDCOLL" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP     TO WS-TIMESTAMP
           MOVE BZ-BUSINESS-DATE TO WS-RUN-DATE.
           PERFORM P0A-READ-PARM-CARD.
           OPEN I-O BILLMSTR-VSAM.
           IF  WS-VSAM-STATUS NOT = "00"
               DISPLAY "DDCOLL ABORT - BILLVSAM OPEN STATUS="
                   WS-VSAM-STATUS " - NOTHING COLLECTED"
               MOVE 12 TO RETURN-CODE
               MOVE "DDCOLL" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           PERFORM P0A-LOAD-OPEN-ITEMS.
           PERFORM P0A-LOAD-MANDATES.
           PERFORM P0A-LOAD-IN-FLIGHT.
           PERFORM P0A-LOAD-PRENOTE-RETURNS.
           OPEN OUTPUT DD-REPORT.
           MOVE WS-RUN-DATE TO HL-DATE.
           MOVE WS-HEADING-LINE TO DD-REPORT-RECORD.
           WRITE DD-REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO DD-REPORT-RECORD.
           WRITE DD-REPORT-RECORD.
           OPEN OUTPUT SETTLEMENT-FILE.
           OPEN OUTPUT COLLECTION-FILE.
           PERFORM P0A-WRITE-BATCH-HEADER.
           PERFORM P0A-APPLY-RETURNS.
           PERFORM P0A-SETTLE-CLEARED-DEBITS.
           PERFORM VARYING MDT-NDX FROM 1 BY 1
                   UNTIL MDT-NDX > WS-MANDATE-COUNT
               PERFORM P0A-CYCLE-ONE-MANDATE
           END-PERFORM.
           PERFORM VARYING ITEM-NDX FROM 1 BY 1
                   UNTIL ITEM-NDX > WS-ITEM-COUNT
               PERFORM P0A-COLLECT-ONE-ITEM
           END-PERFORM.
           PERFORM P0A-WRITE-BATCH-TRAILER.
           CLOSE COLLECTION-FILE.
           CLOSE SETTLEMENT-FILE.
           MOVE WS-DEBITS-SENT     TO TL-SENT.
           MOVE WS-DEBIT-TOTAL     TO TL-SENT-AMT.
           MOVE WS-DEBITS-SETTLED  TO TL-SETTLED.
           MOVE WS-SETTLED-TOTAL   TO TL-SETL-AMT.
           MOVE WS-DEBITS-RETURNED TO TL-RETURNED.
           MOVE WS-TOTAL-LINE TO DD-REPORT-RECORD.
           WRITE DD-REPORT-RECORD.
           CLOSE DD-REPORT.
           CLOSE BILLMSTR-VSAM.
           PERFORM P0A-WRITE-OPEN-ITEMS.
           PERFORM P0A-WRITE-MANDATES.
           PERFORM P0A-WRITE-IN-FLIGHT.
           IF  WS-RETURNS-UNMATCHED > ZERO
               OR TABLE-FULL
               MOVE 4 TO WS-STEP-RC
           END-IF.
           IF  WS-MASTER-ERRORS > ZERO
               DISPLAY "DDCOLL " WS-MASTER-ERRORS
                   " MASTER UPDATES FAILED"
               MOVE 8 TO WS-STEP-RC
           END-IF.
           DISPLAY "DDCOLL DEBITS=" WS-DEBITS-SENT
               " FOR " WS-DEBIT-TOTAL
               " SETTLED=" WS-DEBITS-SETTLED
               " RETURNED=" WS-DEBITS-RETURNED
               " UNMATCHED=" WS-RETURNS-UNMATCHED
               " SUSPENDED=" WS-MANDATES-SUSPENDED.
           DISPLAY "DDCOLL PRENOTES SENT=" WS-PRENOTES-SENT
               " CLEARED=" WS-PRENOTES-CLEARED
               " REJECTED=" WS-PRENOTES-REJECTED.
           MOVE "DDCOLL" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           MOVE WS-STEP-RC TO RETURN-CODE
           GOBACK.
       P0A-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF  FS-SUCCESS
               READ PARM-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF  DP-RETURN-FEE NUMERIC
                           MOVE DP-RETURN-FEE TO WS-RETURN-FEE
                       END-IF
                       IF  DP-FAIL-LIMIT NUMERIC
                           AND DP-FAIL-LIMIT > ZERO
                           MOVE DP-FAIL-LIMIT TO WS-FAIL-LIMIT
                       END-IF
                       IF  DP-CLEAR-DAYS NUMERIC
                           AND DP-CLEAR-DAYS > ZERO
                           MOVE DP-CLEAR-DAYS TO WS-CLEAR-DAYS
                       END-IF
                       IF  DP-PRENOTE-WAIT NUMERIC
                           AND DP-PRENOTE-WAIT > ZERO
                           MOVE DP-PRENOTE-WAIT
                               TO WS-PRENOTE-WAIT-DAYS
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
      * Each unpaid return reverses what the collection did: the
      * item goes back to OPEN at its own due date and the in-flight
      * entry is kept, marked R, so the item is not debited again.
       P0A-APPLY-RETURNS.
           OPEN INPUT DEBIT-RETURNS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-DEBIT-RETURN
               PERFORM UNTIL RETURN-EOF
                   PERFORM P0A-APPLY-ONE-RETURN
                   PERFORM P0A-READ-DEBIT-RETURN
               END-PERFORM
               CLOSE DEBIT-RETURNS
           END-IF.
       P0A-READ-DEBIT-RETURN.
           READ DEBIT-RETURNS
               AT END
                   SET RETURN-EOF TO TRUE
           END-READ.
       P0A-APPLY-ONE-RETURN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING INFL-NDX FROM 1 BY 1
                   UNTIL INFL-NDX > WS-INFL-COUNT
                      OR ENTRY-FOUND
               MOVE WS-INFL-RECORD(INFL-NDX)
                   TO DD-COLLECTION-RECORD
               IF  DB-ACCOUNT-NO = RT-ACCOUNT-NO
                AND DB-BILL-NO = RT-BILL-NO
                AND DB-IN-FLIGHT
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           MOVE SPACES        TO WS-DETAIL-LINE
           MOVE RT-ACCOUNT-NO TO DL-ACCOUNT
           MOVE RT-BILL-NO    TO DL-BILL
           MOVE RT-AMOUNT     TO DL-AMOUNT
           MOVE RT-REASON     TO DL-NOTE
           IF  NOT ENTRY-FOUND
               ADD 1 TO WS-RETURNS-UNMATCHED
               MOVE "UNMATCHED" TO DL-EVENT
               PERFORM P0A-WRITE-REPORT-LINE
           ELSE
               SET INFL-NDX DOWN BY 1
               SET DB-RETURNED TO TRUE
               MOVE DD-COLLECTION-RECORD
                   TO WS-INFL-RECORD(INFL-NDX)
               ADD 1 TO WS-DEBITS-RETURNED
               MOVE "RETURNED" TO DL-EVENT
               PERFORM P0A-WRITE-REPORT-LINE
               PERFORM P0A-FIND-ITEM
               IF  ENTRY-FOUND
                   MOVE "OPEN" TO WS-ITM-STATUS(ITEM-NDX)
               END-IF
               PERFORM P0A-RAISE-RETURN-FEE
               PERFORM P0A-COUNT-MANDATE-FAILURE
           END-IF.
       P0A-FIND-ITEM.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING ITEM-NDX FROM 1 BY 1
                   UNTIL ITEM-NDX > WS-ITEM-COUNT
                      OR ENTRY-FOUND
               IF  WS-ITM-ACCOUNT(ITEM-NDX) = DB-ACCOUNT-NO
                AND WS-ITM-BILL(ITEM-NDX) = DB-BILL-NO
                AND WS-ITM-STATUS(ITEM-NDX) = "DDCL"
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF  ENTRY-FOUND
               SET ITEM-NDX DOWN BY 1
           END-IF.
       P0A-FIND-MASTER.
           MOVE "N" TO WS-FOUND-SW
           MOVE DB-ACCOUNT-NO TO BM-ACCOUNT-NO
           READ BILLMSTR-VSAM
           EVALUATE WS-VSAM-STATUS
               WHEN "00"
                   SET ENTRY-FOUND TO TRUE
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-MASTER-ERRORS
                   DISPLAY "DDCOLL READ FAILED KEY=" BM-ACCOUNT-NO
                       " STATUS=" WS-VSAM-STATUS
           END-EVALUATE.
       P0A-REWRITE-MASTER.
           REWRITE BILLMSTR-RECORD
           IF  WS-VSAM-STATUS NOT = "00"
               ADD 1 TO WS-MASTER-ERRORS
               DISPLAY "DDCOLL REWRITE FAILED KEY=" BM-ACCOUNT-NO
                   " STATUS=" WS-VSAM-STATUS
           END-IF.
       P0A-FIND-MANDATE.
           MOVE "N" TO WS-FOUND-SW
           IF  WS-MANDATE-COUNT > ZERO
               SET MDT-NDX TO 1
               SEARCH WS-MANDATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MDT-ACCOUNT(MDT-NDX) = DB-ACCOUNT-NO
                       SET ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF.
      * The fee goes on as an item of its own with the master raised
      * to match - LATEFEE's pattern - and is handed to ARJRNL on
      * DDSETL for the revenue side. It falls due the next business
      * day so it is not debited on the very night the account
      * bounced.
       P0A-RAISE-RETURN-FEE.
           IF  WS-RETURN-FEE > ZERO
               IF  WS-ITEM-COUNT < 5000
                   ADD 1 TO WS-FEE-SEQ
                   MOVE WS-FEE-SEQ TO WS-FEE-SEQ-PART
                   ADD 1 TO WS-ITEM-COUNT
                   SET ITEM-NDX TO WS-ITEM-COUNT
                   MOVE DB-ACCOUNT-NO  TO WS-ITM-ACCOUNT(ITEM-NDX)
                   MOVE WS-FEE-BILL-NO TO WS-ITM-BILL(ITEM-NDX)
                   MOVE WS-RETURN-FEE  TO WS-ITM-AMOUNT(ITEM-NDX)
                   SET DC-ADD-DAYS TO TRUE
                   MOVE WS-RUN-DATE    TO DC-DATE-1
                   MOVE 1              TO DC-DAYS-IN
                   CALL "DATECALC" USING DATECALC-PARMS
                   IF  DC-OK
                       MOVE DC-RESULT-DATE TO WS-ITM-DUE(ITEM-NDX)
                   ELSE
                       MOVE WS-RUN-DATE    TO WS-ITM-DUE(ITEM-NDX)
                   END-IF
                   MOVE "OPEN"         TO WS-ITM-STATUS(ITEM-NDX)
                   PERFORM P0A-FIND-MASTER
                   IF  ENTRY-FOUND
                       ADD WS-RETURN-FEE TO BM-AMOUNT
                       PERFORM P0A-REWRITE-MASTER
                   END-IF
                   MOVE DB-ACCOUNT-NO  TO DS-ACCOUNT-NO
                   MOVE WS-FEE-BILL-NO TO DS-BILL-NO
                   MOVE WS-RETURN-FEE  TO DS-AMOUNT
                   MOVE WS-RUN-DATE    TO DS-DATE
                   SET DS-RETURN-FEE   TO TRUE
                   WRITE DD-SETTLEMENT-RECORD
                   ADD 1 TO WS-FEES-RAISED
                   MOVE SPACES         TO WS-DETAIL-LINE
                   MOVE "FEE"          TO DL-EVENT
                   MOVE DB-ACCOUNT-NO  TO DL-ACCOUNT
                   MOVE WS-FEE-BILL-NO TO DL-BILL
                   MOVE WS-RETURN-FEE  TO DL-AMOUNT
                   MOVE "RETURNED-DEBIT FEE" TO DL-NOTE
                   PERFORM P0A-WRITE-REPORT-LINE
               ELSE
                   SET TABLE-FULL TO TRUE
                   MOVE SPACES        TO WS-DETAIL-LINE
                   MOVE "NO FEE"      TO DL-EVENT
                   MOVE DB-ACCOUNT-NO TO DL-ACCOUNT
                   MOVE "OPEN ITEM TABLE FULL" TO DL-NOTE
                   PERFORM P0A-WRITE-REPORT-LINE
               END-IF
           END-IF.
       P0A-COUNT-MANDATE-FAILURE.
           PERFORM P0A-FIND-MANDATE
           IF  ENTRY-FOUND
               MOVE WS-MANDATE-ENTRY(MDT-NDX) TO DD-MANDATE-RECORD
               IF  DM-FAIL-COUNT NOT NUMERIC
                   MOVE ZERO TO DM-FAIL-COUNT
               END-IF
               IF  DM-FAIL-COUNT < 99
                   ADD 1 TO DM-FAIL-COUNT
               END-IF
               IF  DM-STAT-ACTIVE
                   AND DM-FAIL-COUNT >= WS-FAIL-LIMIT
                   SET DM-STAT-SUSPENDED TO TRUE
                   MOVE WS-RUN-DATE TO DM-STATUS-DATE
                   ADD 1 TO WS-MANDATES-SUSPENDED
                   MOVE SPACES         TO WS-DETAIL-LINE
                   MOVE "SUSPENDED"    TO DL-EVENT
                   MOVE DM-ACCOUNT-NO  TO DL-ACCOUNT
                   MOVE DM-MANDATE-REF TO DL-NOTE
                   PERFORM P0A-WRITE-REPORT-LINE
               END-IF
               MOVE DD-MANDATE-RECORD TO WS-MANDATE-ENTRY(MDT-NDX)
           END-IF.
      * A debit the bank has held for the whole clearing window
      * without a return is money in: the item is paid and comes off.
       P0A-SETTLE-CLEARED-DEBITS.
           PERFORM VARYING INFL-NDX FROM 1 BY 1
                   UNTIL INFL-NDX > WS-INFL-COUNT
               MOVE WS-INFL-RECORD(INFL-NDX)
                   TO DD-COLLECTION-RECORD
               IF  DB-IN-FLIGHT
                   SET DC-DAYS-BETWEEN TO TRUE
                   MOVE DB-COLLECTION-DATE TO DC-DATE-1
                   MOVE WS-RUN-DATE        TO DC-DATE-2
                   CALL "DATECALC" USING DATECALC-PARMS
                   IF  DC-OK
                       MOVE DC-DAYS-OUT TO WS-DAYS-OUT
                   ELSE
                       MOVE ZERO TO WS-DAYS-OUT
                   END-IF
                   IF  WS-DAYS-OUT >= WS-CLEAR-DAYS
                       PERFORM P0A-SETTLE-ONE-DEBIT
                   END-IF
               END-IF
           END-PERFORM.
       P0A-SETTLE-ONE-DEBIT.
           MOVE "X" TO DB-STATE
           MOVE DD-COLLECTION-RECORD TO WS-INFL-RECORD(INFL-NDX)
           ADD 1 TO WS-DEBITS-SETTLED
           ADD DB-AMOUNT TO WS-SETTLED-TOTAL
           PERFORM P0A-FIND-ITEM
           IF  ENTRY-FOUND
               MOVE "PAID" TO WS-ITM-STATUS(ITEM-NDX)
           END-IF
           PERFORM P0A-FIND-MASTER
           IF  ENTRY-FOUND
               IF  BM-AMOUNT > DB-AMOUNT
                   SUBTRACT DB-AMOUNT FROM BM-AMOUNT
               ELSE
                   MOVE ZERO   TO BM-AMOUNT
                   MOVE "PAID" TO BILLMSTR-CODE-STAT-DSTR
               END-IF
               PERFORM P0A-REWRITE-MASTER
           END-IF
           PERFORM P0A-FIND-MANDATE
           IF  ENTRY-FOUND
               MOVE WS-MANDATE-ENTRY(MDT-NDX) TO DD-MANDATE-RECORD
               MOVE ZERO TO DM-FAIL-COUNT
               MOVE DD-MANDATE-RECORD TO WS-MANDATE-ENTRY(MDT-NDX)
           END-IF
           MOVE DB-ACCOUNT-NO TO DS-ACCOUNT-NO
           MOVE DB-BILL-NO    TO DS-BILL-NO
           MOVE DB-AMOUNT     TO DS-AMOUNT
           MOVE WS-RUN-DATE   TO DS-DATE
           SET DS-SETTLED     TO TRUE
           WRITE DD-SETTLEMENT-RECORD
           MOVE SPACES        TO WS-DETAIL-LINE
           MOVE "SETTLED"     TO DL-EVENT
           MOVE DB-ACCOUNT-NO TO DL-ACCOUNT
           MOVE DB-BILL-NO    TO DL-BILL
           MOVE DB-AMOUNT     TO DL-AMOUNT
           PERFORM P0A-WRITE-REPORT-LINE.
       P0A-CYCLE-ONE-MANDATE.
           MOVE WS-MANDATE-ENTRY(MDT-NDX) TO DD-MANDATE-RECORD
           EVALUATE TRUE
               WHEN DM-STAT-NEW
                   PERFORM P0A-SEND-PRENOTE
               WHEN DM-STAT-PRENOTED
                   PERFORM P0A-JUDGE-PENDING-PRENOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE DD-MANDATE-RECORD TO WS-MANDATE-ENTRY(MDT-NDX).
       P0A-SEND-PRENOTE.
           MOVE SPACES           TO DD-COLLECTION-RECORD
           SET DB-DETAIL-REC     TO TRUE
           MOVE DM-ACCOUNT-NO    TO DB-ACCOUNT-NO
           MOVE DM-MANDATE-REF   TO DB-MANDATE-REF
           MOVE DM-BANK-ROUTING  TO DB-BANK-ROUTING
           MOVE DM-BANK-ACCOUNT  TO DB-BANK-ACCOUNT
           MOVE ZERO             TO DB-AMOUNT
           MOVE WS-RUN-DATE      TO DB-COLLECTION-DATE
           MOVE DD-COLLECTION-RECORD TO COLLECTION-OUT-RECORD
           WRITE COLLECTION-OUT-RECORD
           ADD 1 TO WS-PRENOTES-SENT
           SET DM-STAT-PRENOTED  TO TRUE
           MOVE WS-RUN-DATE      TO DM-PRENOTE-DATE
           MOVE WS-RUN-DATE      TO DM-STATUS-DATE
           MOVE ZERO             TO DM-FAIL-COUNT
           MOVE SPACES           TO WS-DETAIL-LINE
           MOVE "PRENOTE"        TO DL-EVENT
           MOVE DM-ACCOUNT-NO    TO DL-ACCOUNT
           MOVE DM-MANDATE-REF   TO DL-NOTE
           PERFORM P0A-WRITE-REPORT-LINE.
      * The same judgement VENDPRN makes: a bounce condemns the bank
      * details, silence for the wait window in business days
      * makes the mandate live.
       P0A-JUDGE-PENDING-PRENOTE.
           PERFORM P0A-CHECK-PRENOTE-RETURN
           MOVE SPACES         TO WS-DETAIL-LINE
           MOVE DM-ACCOUNT-NO  TO DL-ACCOUNT
           IF  PRENOTE-RETURNED
               SET DM-STAT-REJECTED TO TRUE
               MOVE WS-RUN-DATE TO DM-STATUS-DATE
               ADD 1 TO WS-PRENOTES-REJECTED
               MOVE "PRENOTE RJ" TO DL-EVENT
               MOVE WS-PRET-REASON(PRET-NDX) TO DL-NOTE
               PERFORM P0A-WRITE-REPORT-LINE
           ELSE
               SET DC-DAYS-BETWEEN TO TRUE
               MOVE DM-PRENOTE-DATE TO DC-DATE-1
               MOVE WS-RUN-DATE     TO DC-DATE-2
               CALL "DATECALC" USING DATECALC-PARMS
               IF  DC-OK
                   MOVE DC-DAYS-OUT TO WS-DAYS-OUT
               ELSE
                   MOVE ZERO TO WS-DAYS-OUT
               END-IF
               IF  WS-DAYS-OUT >= WS-PRENOTE-WAIT-DAYS
                   SET DM-STAT-ACTIVE TO TRUE
                   MOVE WS-RUN-DATE TO DM-STATUS-DATE
                   ADD 1 TO WS-PRENOTES-CLEARED
                   MOVE "ACTIVE"       TO DL-EVENT
                   MOVE DM-MANDATE-REF TO DL-NOTE
                   PERFORM P0A-WRITE-REPORT-LINE
               END-IF
           END-IF.
       P0A-CHECK-PRENOTE-RETURN.
           MOVE "N" TO WS-RETURNED-SW
           IF  WS-PRET-COUNT > ZERO
               SET PRET-NDX TO 1
               SEARCH WS-PRET-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRET-ACCOUNT(PRET-NDX) = DM-ACCOUNT-NO
                       SET PRENOTE-RETURNED TO TRUE
               END-SEARCH
           END-IF.
      * An OPEN item due by tonight is debited when the account has
      * a live mandate, is not in dispute or cancelled, and the
      * bank has not already sent this same item back once.
       P0A-COLLECT-ONE-ITEM.
           IF  WS-ITM-STATUS(ITEM-NDX) = "OPEN"
            AND WS-ITM-AMOUNT(ITEM-NDX) > ZERO
            AND WS-ITM-DUE(ITEM-NDX) <= WS-RUN-DATE
               MOVE SPACES TO DD-COLLECTION-RECORD
               MOVE WS-ITM-ACCOUNT(ITEM-NDX) TO DB-ACCOUNT-NO
               PERFORM P0A-FIND-MANDATE
               IF  ENTRY-FOUND
                   MOVE WS-MANDATE-ENTRY(MDT-NDX)
                       TO DD-MANDATE-RECORD
                   IF  DM-STAT-ACTIVE
                       PERFORM P0A-CHECK-ACCOUNT-COLLECTABLE
                   END-IF
               END-IF
           END-IF.
       P0A-CHECK-ACCOUNT-COLLECTABLE.
           PERFORM P0A-FIND-MASTER
           IF  ENTRY-FOUND
            AND (BILLMSTR-CODE-STAT-DSTR = "DISP"
                 OR BILLMSTR-CODE-STAT-DSTR = "CANC")
               CONTINUE
           ELSE
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING INFL-NDX FROM 1 BY 1
                       UNTIL INFL-NDX > WS-INFL-COUNT
                          OR ENTRY-FOUND
                   MOVE WS-INFL-RECORD(INFL-NDX)
                       TO DD-COLLECTION-RECORD
                   IF  DB-ACCOUNT-NO = WS-ITM-ACCOUNT(ITEM-NDX)
                    AND DB-BILL-NO = WS-ITM-BILL(ITEM-NDX)
                    AND DB-RETURNED
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF  NOT ENTRY-FOUND
                   PERFORM P0A-SEND-DEBIT
               END-IF
           END-IF.
       P0A-SEND-DEBIT.
           IF  WS-INFL-COUNT >= 2000
               SET TABLE-FULL TO TRUE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "NOT SENT"                TO DL-EVENT
               MOVE WS-ITM-ACCOUNT(ITEM-NDX)  TO DL-ACCOUNT
               MOVE WS-ITM-BILL(ITEM-NDX)     TO DL-BILL
               MOVE WS-ITM-AMOUNT(ITEM-NDX)   TO DL-AMOUNT
               MOVE "IN-FLIGHT TABLE FULL"    TO DL-NOTE
               PERFORM P0A-WRITE-REPORT-LINE
           ELSE
               MOVE SPACES                   TO DD-COLLECTION-RECORD
               SET DB-DETAIL-REC             TO TRUE
               MOVE DM-ACCOUNT-NO            TO DB-ACCOUNT-NO
               MOVE DM-MANDATE-REF           TO DB-MANDATE-REF
               MOVE DM-BANK-ROUTING          TO DB-BANK-ROUTING
               MOVE DM-BANK-ACCOUNT          TO DB-BANK-ACCOUNT
               MOVE WS-ITM-BILL(ITEM-NDX)    TO DB-BILL-NO
               MOVE WS-ITM-AMOUNT(ITEM-NDX)  TO DB-AMOUNT
               MOVE WS-RUN-DATE              TO DB-COLLECTION-DATE
               MOVE DD-COLLECTION-RECORD TO COLLECTION-OUT-RECORD
               WRITE COLLECTION-OUT-RECORD
               ADD 1 TO WS-INFL-COUNT
               MOVE DD-COLLECTION-RECORD
                   TO WS-INFL-RECORD(WS-INFL-COUNT)
               MOVE "DDCL" TO WS-ITM-STATUS(ITEM-NDX)
               ADD 1 TO WS-DEBITS-SENT
               ADD DB-AMOUNT TO WS-DEBIT-TOTAL
               MOVE SPACES         TO WS-DETAIL-LINE
               MOVE "DEBITED"      TO DL-EVENT
               MOVE DB-ACCOUNT-NO  TO DL-ACCOUNT
               MOVE DB-BILL-NO     TO DL-BILL
               MOVE DB-AMOUNT      TO DL-AMOUNT
               MOVE DB-MANDATE-REF TO DL-NOTE
               PERFORM P0A-WRITE-REPORT-LINE
           END-IF.
       P0A-WRITE-REPORT-LINE.
           MOVE WS-DETAIL-LINE TO DD-REPORT-RECORD
           WRITE DD-REPORT-RECORD.
       P0A-WRITE-BATCH-HEADER.
           MOVE SPACES        TO DD-COLLECTION-HEADER
           MOVE "H"           TO DH-RECORD-TYPE
           MOVE WS-RUN-DATE   TO DH-COLLECTION-DATE
           MOVE WS-TIMESTAMP  TO DH-CREATED-TS
           MOVE DD-COLLECTION-HEADER TO COLLECTION-OUT-RECORD
           WRITE COLLECTION-OUT-RECORD.
       P0A-WRITE-BATCH-TRAILER.
           MOVE SPACES        TO DD-COLLECTION-TRAILER
           MOVE "T"           TO DT-RECORD-TYPE
           COMPUTE DT-DEBIT-COUNT =
               WS-DEBITS-SENT + WS-PRENOTES-SENT
           MOVE WS-DEBIT-TOTAL TO DT-AMOUNT-HASH
           MOVE DD-COLLECTION-TRAILER TO COLLECTION-OUT-RECORD
           WRITE COLLECTION-OUT-RECORD.
      * Fee bill numbers carry on from the highest RDnnnn already
      * on the file so an account never holds two of the same.
       P0A-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEMS.
           IF  FS-SUCCESS
               PERFORM UNTIL OPENITEM-EOF
                   READ OPEN-ITEMS
                       AT END
                           SET OPENITEM-EOF TO TRUE
                       NOT AT END
                           PERFORM P0A-STORE-OPEN-ITEM
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEMS
           END-IF.
       P0A-STORE-OPEN-ITEM.
           IF  WS-ITEM-COUNT < 5000
               ADD 1 TO WS-ITEM-COUNT
               SET ITEM-NDX TO WS-ITEM-COUNT
               MOVE OI-ACCOUNT-NO TO WS-ITM-ACCOUNT(ITEM-NDX)
               MOVE OI-BILL-NO    TO WS-ITM-BILL(ITEM-NDX)
               MOVE OI-AMOUNT     TO WS-ITM-AMOUNT(ITEM-NDX)
               MOVE OI-DUE-DATE   TO WS-ITM-DUE(ITEM-NDX)
               MOVE OI-STATUS     TO WS-ITM-STATUS(ITEM-NDX)
               IF  OI-BILL-NO(1:2) = "RD"
                AND OI-BILL-NO(3:4) NUMERIC
                AND OI-BILL-NO(3:4) > WS-FEE-SEQ
                   MOVE OI-BILL-NO(3:4) TO WS-FEE-SEQ
               END-IF
           ELSE
               SET TABLE-FULL TO TRUE
           END-IF.
       P0A-LOAD-MANDATES.
           OPEN INPUT MANDATE-FILE.
           IF  FS-SUCCESS
               PERFORM UNTIL MANDATE-EOF
                   READ MANDATE-FILE
                       AT END
                           SET MANDATE-EOF TO TRUE
                       NOT AT END
                           IF  WS-MANDATE-COUNT < 2000
                               ADD 1 TO WS-MANDATE-COUNT
                               SET MDT-NDX TO WS-MANDATE-COUNT
                               MOVE DD-MANDATE-RECORD
                                   TO WS-MANDATE-ENTRY(MDT-NDX)
                           ELSE
                               SET TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-FILE
           END-IF.
       P0A-LOAD-IN-FLIGHT.
           OPEN INPUT IN-FLIGHT.
           IF  FS-SUCCESS
               PERFORM UNTIL INFLIGHT-EOF
                   READ IN-FLIGHT
                       AT END
                           SET INFLIGHT-EOF TO TRUE
                       NOT AT END
                           IF  WS-INFL-COUNT < 2000
                               ADD 1 TO WS-INFL-COUNT
                               MOVE IN-FLIGHT-RECORD
                                   TO WS-INFL-RECORD(WS-INFL-COUNT)
                           ELSE
                               SET TABLE-FULL TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IN-FLIGHT
           END-IF.
       P0A-LOAD-PRENOTE-RETURNS.
           OPEN INPUT PRENOTE-RETURNS.
           IF  FS-SUCCESS
               PERFORM UNTIL PRENRET-EOF
                   READ PRENOTE-RETURNS
                       AT END
                           SET PRENRET-EOF TO TRUE
                       NOT AT END
                           IF  WS-PRET-COUNT < 200
                               ADD 1 TO WS-PRET-COUNT
                               SET PRET-NDX TO WS-PRET-COUNT
                               MOVE PR-ACCOUNT-NO
                                   TO WS-PRET-ACCOUNT(PRET-NDX)
                               MOVE PR-RETURN-REASON
                                   TO WS-PRET-REASON(PRET-NDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRENOTE-RETURNS
           END-IF.
      * Settled items are PAID and drop off, as in CASHAPP.
       P0A-WRITE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEMS-NEW.
           PERFORM VARYING ITEM-NDX FROM 1 BY 1
                   UNTIL ITEM-NDX > WS-ITEM-COUNT
               IF  WS-ITM-STATUS(ITEM-NDX) NOT = "PAID"
                   MOVE WS-ITM-ACCOUNT(ITEM-NDX) TO OI-ACCOUNT-NO
                   MOVE WS-ITM-BILL(ITEM-NDX)    TO OI-BILL-NO
                   MOVE WS-ITM-AMOUNT(ITEM-NDX)  TO OI-AMOUNT
                   MOVE WS-ITM-DUE(ITEM-NDX)     TO OI-DUE-DATE
                   MOVE WS-ITM-STATUS(ITEM-NDX)  TO OI-STATUS
                   MOVE OPEN-ITEM-RECORD TO OPEN-ITEM-NEW-RECORD
                   WRITE OPEN-ITEM-NEW-RECORD
               END-IF
           END-PERFORM.
           CLOSE OPEN-ITEMS-NEW.
       P0A-WRITE-MANDATES.
           OPEN OUTPUT MANDATE-NEW.
           PERFORM VARYING MDT-NDX FROM 1 BY 1
                   UNTIL MDT-NDX > WS-MANDATE-COUNT
               MOVE WS-MANDATE-ENTRY(MDT-NDX) TO MANDATE-NEW-RECORD
               WRITE MANDATE-NEW-RECORD
           END-PERFORM.
           CLOSE MANDATE-NEW.
      * Settled debits leave the register; a returned one stays only
      * while its re-opened item is still outstanding.
       P0A-WRITE-IN-FLIGHT.
           OPEN OUTPUT IN-FLIGHT-NEW.
           PERFORM VARYING INFL-NDX FROM 1 BY 1
                   UNTIL INFL-NDX > WS-INFL-COUNT
               MOVE WS-INFL-RECORD(INFL-NDX) TO DD-COLLECTION-RECORD
               EVALUATE TRUE
                   WHEN DB-IN-FLIGHT
                       MOVE DD-COLLECTION-RECORD
                           TO IN-FLIGHT-NEW-RECORD
                       WRITE IN-FLIGHT-NEW-RECORD
                   WHEN DB-RETURNED
                       PERFORM P0A-KEEP-IF-STILL-OPEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           CLOSE IN-FLIGHT-NEW.
       P0A-KEEP-IF-STILL-OPEN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING ITEM-NDX FROM 1 BY 1
                   UNTIL ITEM-NDX > WS-ITEM-COUNT
                      OR ENTRY-FOUND
               IF  WS-ITM-ACCOUNT(ITEM-NDX) = DB-ACCOUNT-NO
                AND WS-ITM-BILL(ITEM-NDX) = DB-BILL-NO
                AND WS-ITM-STATUS(ITEM-NDX) = "OPEN"
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF  ENTRY-FOUND
               MOVE DD-COLLECTION-RECORD TO IN-FLIGHT-NEW-RECORD
               WRITE IN-FLIGHT-NEW-RECORD
           END-IF.
