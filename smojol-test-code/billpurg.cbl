       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BILLPURG.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * BILLPURG - month-end purge of long-closed billing accounts.
      * BILLMSTR, OPENITEM and CUSTMSTR kept every account ever
      * opened, so every nightly pass read years of dead accounts
      * and we held names and addresses long past what the privacy
      * policy allows. An account is purged when it sits closed -
      * PAID, CANC or WOFF - with a zero balance on the master and
      * no OPEN or DDCL item still owing, and its last dated
      * activity is older than the PRGPARM idle period (default 730
      * days). Activity is the latest of the master due date, any
      * item due date, the customer hold date, a dispute case
      * closing, a credit's payment date, a refund sent or paid and
      * an agency placement's status date; an account with no dated
      * activity at all cannot be measured and is kept, as DORMSWP
      * keeps a vendor it cannot date. An open dispute case, a
      * credit still on BILLCRED, a refund sent but not yet paid or
      * an account still placed with the agency holds the account
      * back whatever its age. A purged account's master record,
      * its items and its customer record are moved to the
      * cumulative ACCTARCH archive (acctarch.cpy), followed by one
      * audit record saying why it went, and its master record is
      * deleted from the billing-master KSDS in the same browse;
      * every other item and customer is copied to OPENITMN and
      * CUSTMSTN for the JCL to swap back. A master delete that
      * fails keeps the account, items and all, and fails the
      * reconcile below.
      * ARCHINQ reads the archive back by account. A reference file
      * too big for its table would leave activity or a hold unseen
      * and purge an account that should stay, so the step stops
      * with return code 12 before writing anything; more accounts
      * due than the month's purge table holds are kept for next
      * month with return code 4. Read, kept and archived counts
      * for each file must reconcile or the step ends with 8. A
      * cluster that will not open stops the step with 12.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "PRGPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BILLMSTR-VSAM ASSIGN TO "BILLVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY BM-ACCOUNT-NO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT OPEN-ITEMS ASSIGN TO "OPENITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPEN-ITEMS-NEW ASSIGN TO "OPENITMN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-MASTER-NEW ASSIGN TO "CUSTMSTN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CASE-FILE ASSIGN TO "DSPCASE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BILLING-CREDITS ASSIGN TO "BILLCRED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REFUND-REGISTER ASSIGN TO "REFRREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PLACEMENT-REG ASSIGN TO "AGYREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCOUNT-ARCHIVE ASSIGN TO "ACCTARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  PURGE-PARM-FIELDS.
           05  PG-IDLE-DAYS       PIC 9(04).
           05  FILLER             PIC X(76).
       FD  BILLMSTR-VSAM.
           COPY "billmstr.cpy".
       FD  OPEN-ITEMS.
           COPY "openitem.cpy".
       FD  OPEN-ITEMS-NEW.
       01  OPEN-ITEM-NEW-RECORD  PIC X(37).
       FD  CUSTOMER-MASTER.
           COPY "custmstr.cpy".
       FD  CUSTOMER-MASTER-NEW.
       01  CUSTOMER-NEW-RECORD   PIC X(128).
       FD  CASE-FILE.
       01  DISPUTE-CASE-RECORD.
           05  DC-ACCOUNT-NO      PIC X(10).
           05  DC-REASON-CODE     PIC X(08).
           05  DC-OPENED-TS       PIC X(14).
           05  DC-CLOSED-TS       PIC X(14).
           05  DC-RESOLUTION      PIC X(20).
           05  DC-STATUS          PIC X(01).
               88  DC-CASE-OPEN   VALUE "O".
               88  DC-CASE-CLOSED VALUE "C".
           05  DC-DAYS-OPEN       PIC 9(05).
           05  DC-SEVERITY        PIC 9(01).
       FD  BILLING-CREDITS.
       01  BILLING-CREDIT-RECORD.
           05  BC-ACCOUNT-NO      PIC X(10).
           05  BC-CREDIT-AMOUNT   PIC 9(07)V99.
           05  BC-PAYMENT-DATE    PIC 9(08).
           05  BC-FIRST-SEEN      PIC 9(08).
       FD  REFUND-REGISTER.
           COPY "refrreg.cpy".
       FD  PLACEMENT-REG.
           COPY "agyreg.cpy".
       FD  ACCOUNT-ARCHIVE.
           COPY "acctarch.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "runidpm.cpy".
       01  WS-BILLMSTR-EOF-SW      PIC X VALUE "N".
            88 BILLMSTR-EOF        VALUE "Y".
       01  WS-VSAM-STATUS          PIC XX.
       01  WS-MASTER-ERRORS        PIC 9(05) VALUE ZERO.
       01  WS-OPENITEM-EOF-SW      PIC X VALUE "N".
            88 OPENITEM-EOF        VALUE "Y".
       01  WS-CUSTMSTR-EOF-SW      PIC X VALUE "N".
            88 CUSTMSTR-EOF        VALUE "Y".
       01  WS-CASE-EOF-SW          PIC X VALUE "N".
            88 CASE-EOF            VALUE "Y".
       01  WS-CREDIT-EOF-SW        PIC X VALUE "N".
            88 CREDIT-EOF          VALUE "Y".
       01  WS-REFUND-EOF-SW        PIC X VALUE "N".
            88 REFUND-EOF          VALUE "Y".
       01  WS-REG-EOF-SW           PIC X VALUE "N".
            88 REG-EOF             VALUE "Y".
       01  WS-FOUND-SW             PIC X VALUE "N".
            88 ENTRY-FOUND         VALUE "Y".
       01  WS-LOAD-TRUNCATED-SW    PIC X VALUE "N".
            88 LOAD-TRUNCATED      VALUE "Y".
       01  WS-PURGE-FULL-SW        PIC X VALUE "N".
            88 PURGE-TABLE-FULL    VALUE "Y".
       01  WS-IDLE-DAYS            PIC 9(04) VALUE 730.
       01  WS-STEP-RC              PIC 9(02) VALUE ZERO.
       01  WS-AGE-DAYS             PIC S9(05) VALUE ZERO.
       01  WS-LAST-ACTIVITY        PIC 9(08) VALUE ZERO.
       01  WS-NOTE-ACCOUNT         PIC X(10) VALUE SPACES.
       01  WS-NOTE-DATE            PIC 9(08) VALUE ZERO.
       01  WS-NOTE-TS              PIC X(14) VALUE SPACES.
       01  WS-MASTERS-READ         PIC 9(07) VALUE ZERO.
       01  WS-MASTERS-KEPT         PIC 9(07) VALUE ZERO.
       01  WS-ACCOUNTS-PURGED      PIC 9(07) VALUE ZERO.
       01  WS-CLOSED-HELD-BACK     PIC 9(07) VALUE ZERO.
       01  WS-CLOSED-DEFERRED      PIC 9(07) VALUE ZERO.
       01  WS-ITEMS-READ           PIC 9(07) VALUE ZERO.
       01  WS-ITEMS-KEPT           PIC 9(07) VALUE ZERO.
       01  WS-ITEMS-ARCHIVED       PIC 9(07) VALUE ZERO.
       01  WS-CUSTOMERS-READ       PIC 9(07) VALUE ZERO.
       01  WS-CUSTOMERS-KEPT       PIC 9(07) VALUE ZERO.
       01  WS-CUSTOMERS-ARCHIVED   PIC 9(07) VALUE ZERO.
       01  WS-ARCHIVE-WRITTEN      PIC 9(07) VALUE ZERO.
       01  WS-ARCHIVE-EXPECTED     PIC 9(07) VALUE ZERO.
       01  WS-ACT-COUNT            PIC 9(04) COMP VALUE 0.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ACT-NDX.
               10  WS-ACT-ACCOUNT PIC X(10).
               10  WS-ACT-LAST    PIC 9(08).
       01  WS-BLOCK-COUNT          PIC 9(04) COMP VALUE 0.
       01  WS-BLOCK-TABLE.
           05  WS-BLOCK-ENTRY OCCURS 2000 TIMES
                   INDEXED BY BLOCK-NDX.
               10  WS-BLOCK-ACCOUNT PIC X(10).
       01  WS-PURGE-COUNT          PIC 9(04) COMP VALUE 0.
       01  WS-PURGE-TABLE.
           05  WS-PURGE-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PURGE-NDX.
               10  WS-PRG-ACCOUNT  PIC X(10).
               10  WS-PRG-STATUS   PIC X(04).
               10  WS-PRG-LAST     PIC 9(08).
               10  WS-PRG-DAYS     PIC 9(05).
               10  WS-PRG-ITEMS    PIC 9(05).
               10  WS-PRG-CUST-SW  PIC X(01).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "BILLPURG" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           CALL "RUNID" USING RUNID-PARMS.
           PERFORM P0A-READ-PARM-CARD.
           PERFORM P0A-LOAD-OPEN-ITEMS.
           PERFORM P0A-LOAD-CUSTOMER-DATES.
           PERFORM P0A-LOAD-DISPUTES.
           PERFORM P0A-LOAD-CREDITS.
           PERFORM P0A-LOAD-REFUNDS.
           PERFORM P0A-LOAD-PLACEMENTS.
      * Activity or a hold past the table caps would go unseen and
      * an account that must stay could be purged - a purge cannot
      * be undone from the live files, so stop before anything
      * moves.
           IF  LOAD-TRUNCATED
               DISPLAY "BILLPURG ABORT - REFERENCE LOAD TRUNCATED"
                   " - NOTHING PURGED"
               MOVE "BILLPURG" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O BILLMSTR-VSAM.
           IF  WS-VSAM-STATUS NOT = "00"
               DISPLAY "BILLPURG ABORT - BILLVSAM OPEN STATUS="
                   WS-VSAM-STATUS " - NOTHING PURGED"
               MOVE "BILLPURG" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND ACCOUNT-ARCHIVE.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT ACCOUNT-ARCHIVE
           END-IF.
           PERFORM P0A-SPLIT-MASTER.
           PERFORM P0A-SPLIT-OPEN-ITEMS.
           PERFORM P0A-SPLIT-CUSTOMERS.
           PERFORM P0A-WRITE-AUDIT-RECORDS.
           CLOSE ACCOUNT-ARCHIVE.
           IF  PURGE-TABLE-FULL
               DISPLAY "BILLPURG PURGE TABLE FULL - "
                   WS-CLOSED-DEFERRED " ACCOUNTS KEPT FOR NEXT MONTH"
               MOVE 4 TO WS-STEP-RC
           END-IF.
           PERFORM P0A-RECONCILE.
           DISPLAY "BILLPURG MASTERS READ=" WS-MASTERS-READ
               " KEPT=" WS-MASTERS-KEPT
               " PURGED=" WS-ACCOUNTS-PURGED
               " HELD BACK=" WS-CLOSED-HELD-BACK.
           DISPLAY "BILLPURG ITEMS READ=" WS-ITEMS-READ
               " KEPT=" WS-ITEMS-KEPT
               " ARCHIVED=" WS-ITEMS-ARCHIVED.
           DISPLAY "BILLPURG CUSTOMERS READ=" WS-CUSTOMERS-READ
               " KEPT=" WS-CUSTOMERS-KEPT
               " ARCHIVED=" WS-CUSTOMERS-ARCHIVED.
           DISPLAY "BILLPURG ARCHIVE RECORDS=" WS-ARCHIVE-WRITTEN
               " IDLE DAYS=" WS-IDLE-DAYS.
           MOVE "BILLPURG" TO TM-PROGRAM-ID
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
                       IF  PG-IDLE-DAYS NUMERIC
                           AND PG-IDLE-DAYS > ZERO
                           MOVE PG-IDLE-DAYS TO WS-IDLE-DAYS
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
      * An item still owed blocks the account whatever the master
      * says; every item's due date is activity either way.
       P0A-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEMS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-OPEN-ITEM
               PERFORM UNTIL OPENITEM-EOF
                   MOVE OI-ACCOUNT-NO TO WS-NOTE-ACCOUNT
                   IF  (OI-STAT-OPEN OR OI-STAT-IN-COLLECTION)
                       AND OI-AMOUNT > ZERO
                       PERFORM P0A-NOTE-BLOCK
                   END-IF
                   IF  OI-DUE-DATE NUMERIC
                       MOVE OI-DUE-DATE TO WS-NOTE-DATE
                       PERFORM P0A-NOTE-ACTIVITY
                   END-IF
                   PERFORM P0A-READ-OPEN-ITEM
               END-PERFORM
               CLOSE OPEN-ITEMS
           END-IF
           MOVE "N" TO WS-OPENITEM-EOF-SW.
       P0A-READ-OPEN-ITEM.
           READ OPEN-ITEMS
               AT END
                   SET OPENITEM-EOF TO TRUE
           END-READ.
       P0A-LOAD-CUSTOMER-DATES.
           OPEN INPUT CUSTOMER-MASTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-CUSTOMER
               PERFORM UNTIL CUSTMSTR-EOF
                   IF  CU-HOLD-DATE NUMERIC
                       MOVE CU-ACCOUNT-NO TO WS-NOTE-ACCOUNT
                       MOVE CU-HOLD-DATE  TO WS-NOTE-DATE
                       PERFORM P0A-NOTE-ACTIVITY
                   END-IF
                   PERFORM P0A-READ-CUSTOMER
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF
           MOVE "N" TO WS-CUSTMSTR-EOF-SW.
       P0A-READ-CUSTOMER.
           READ CUSTOMER-MASTER
               AT END
                   SET CUSTMSTR-EOF TO TRUE
           END-READ.
       P0A-LOAD-DISPUTES.
           OPEN INPUT CASE-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-CASE
               PERFORM UNTIL CASE-EOF
                   MOVE DC-ACCOUNT-NO TO WS-NOTE-ACCOUNT
                   IF  DC-CASE-OPEN
                       PERFORM P0A-NOTE-BLOCK
                   ELSE
                       MOVE DC-CLOSED-TS TO WS-NOTE-TS
                       IF  WS-NOTE-TS(1:8) NUMERIC
                           MOVE WS-NOTE-TS(1:8) TO WS-NOTE-DATE
                           PERFORM P0A-NOTE-ACTIVITY
                       END-IF
                   END-IF
                   PERFORM P0A-READ-CASE
               END-PERFORM
               CLOSE CASE-FILE
           END-IF.
       P0A-READ-CASE.
           READ CASE-FILE
               AT END
                   SET CASE-EOF TO TRUE
           END-READ.
      * A credit on BILLCRED is money we still owe the customer -
      * the account stays until it is refunded or netted off.
       P0A-LOAD-CREDITS.
           OPEN INPUT BILLING-CREDITS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-CREDIT
               PERFORM UNTIL CREDIT-EOF
                   MOVE BC-ACCOUNT-NO TO WS-NOTE-ACCOUNT
                   PERFORM P0A-NOTE-BLOCK
                   IF  BC-PAYMENT-DATE NUMERIC
                       MOVE BC-PAYMENT-DATE TO WS-NOTE-DATE
                       PERFORM P0A-NOTE-ACTIVITY
                   END-IF
                   PERFORM P0A-READ-CREDIT
               END-PERFORM
               CLOSE BILLING-CREDITS
           END-IF.
       P0A-READ-CREDIT.
           READ BILLING-CREDITS
               AT END
                   SET CREDIT-EOF TO TRUE
           END-READ.
       P0A-LOAD-REFUNDS.
           OPEN INPUT REFUND-REGISTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-REFUND
               PERFORM UNTIL REFUND-EOF
                   MOVE RR-ACCOUNT-NO TO WS-NOTE-ACCOUNT
                   IF  RR-STAT-SENT
                       PERFORM P0A-NOTE-BLOCK
                   END-IF
                   IF  RR-SENT-DATE NUMERIC
                       MOVE RR-SENT-DATE TO WS-NOTE-DATE
                       PERFORM P0A-NOTE-ACTIVITY
                   END-IF
                   IF  RR-PAID-DATE NUMERIC
                       MOVE RR-PAID-DATE TO WS-NOTE-DATE
                       PERFORM P0A-NOTE-ACTIVITY
                   END-IF
                   PERFORM P0A-READ-REFUND
               END-PERFORM
               CLOSE REFUND-REGISTER
           END-IF.
       P0A-READ-REFUND.
           READ REFUND-REGISTER
               AT END
                   SET REFUND-EOF TO TRUE
           END-READ.
       P0A-LOAD-PLACEMENTS.
           OPEN INPUT PLACEMENT-REG.
           IF  FS-SUCCESS
               PERFORM P0A-READ-PLACEMENT
               PERFORM UNTIL REG-EOF
                   MOVE AP-ACCOUNT-NO TO WS-NOTE-ACCOUNT
                   IF  AP-STAT-PLACED
                       PERFORM P0A-NOTE-BLOCK
                   END-IF
                   IF  AP-STATUS-DATE NUMERIC
                       MOVE AP-STATUS-DATE TO WS-NOTE-DATE
                       PERFORM P0A-NOTE-ACTIVITY
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
       P0A-NOTE-ACTIVITY.
           IF  WS-NOTE-DATE > ZERO
               SET ACT-NDX TO 1
               SEARCH WS-ACT-ENTRY
                   AT END
                       SET LOAD-TRUNCATED TO TRUE
                   WHEN ACT-NDX > WS-ACT-COUNT
                       ADD 1 TO WS-ACT-COUNT
                       MOVE WS-NOTE-ACCOUNT
                           TO WS-ACT-ACCOUNT(ACT-NDX)
                       MOVE WS-NOTE-DATE
                           TO WS-ACT-LAST(ACT-NDX)
                   WHEN WS-ACT-ACCOUNT(ACT-NDX) = WS-NOTE-ACCOUNT
                       IF  WS-NOTE-DATE > WS-ACT-LAST(ACT-NDX)
                           MOVE WS-NOTE-DATE
                               TO WS-ACT-LAST(ACT-NDX)
                       END-IF
               END-SEARCH
           END-IF.
       P0A-NOTE-BLOCK.
           SET BLOCK-NDX TO 1
           SEARCH WS-BLOCK-ENTRY
               AT END
                   SET LOAD-TRUNCATED TO TRUE
               WHEN BLOCK-NDX > WS-BLOCK-COUNT
                   ADD 1 TO WS-BLOCK-COUNT
                   MOVE WS-NOTE-ACCOUNT
                       TO WS-BLOCK-ACCOUNT(BLOCK-NDX)
               WHEN WS-BLOCK-ACCOUNT(BLOCK-NDX) = WS-NOTE-ACCOUNT
                   CONTINUE
           END-SEARCH.
       P0A-SPLIT-MASTER.
           PERFORM P0A-READ-BILLMSTR
           PERFORM UNTIL BILLMSTR-EOF
               PERFORM P0A-JUDGE-ONE-ACCOUNT
               PERFORM P0A-READ-BILLMSTR
           END-PERFORM
           CLOSE BILLMSTR-VSAM.
      * A read error ends the browse short; the unread accounts
      * are simply kept, and the error fails the reconcile.
       P0A-READ-BILLMSTR.
           READ BILLMSTR-VSAM NEXT RECORD
               AT END
                   SET BILLMSTR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTERS-READ
           END-READ
           IF  WS-VSAM-STATUS NOT = "00"
            AND WS-VSAM-STATUS NOT = "10"
               ADD 1 TO WS-MASTER-ERRORS
               DISPLAY "BILLPURG READ FAILED STATUS=" WS-VSAM-STATUS
               SET BILLMSTR-EOF TO TRUE
           END-IF.
      * Only a closed, zero-balance account with DATED activity
      * older than the idle period goes; one with none at all is
      * kept rather than purged on a guess.
       P0A-JUDGE-ONE-ACCOUNT.
           MOVE "N" TO WS-FOUND-SW
           IF  (BILL-STAT-PAID OR BILL-STAT-CANCELLED
                OR BILLMSTR-CODE-STAT-DSTR = "WOFF")
               AND BM-AMOUNT = ZERO
               SET BLOCK-NDX TO 1
               SEARCH WS-BLOCK-ENTRY
                   AT END
                       PERFORM P0A-MEASURE-ONE-ACCOUNT
                   WHEN BLOCK-NDX > WS-BLOCK-COUNT
                       PERFORM P0A-MEASURE-ONE-ACCOUNT
                   WHEN WS-BLOCK-ACCOUNT(BLOCK-NDX) = BM-ACCOUNT-NO
                       ADD 1 TO WS-CLOSED-HELD-BACK
               END-SEARCH
           END-IF
           IF  ENTRY-FOUND
               DELETE BILLMSTR-VSAM RECORD
               IF  WS-VSAM-STATUS = "00"
                   PERFORM P0A-PURGE-ONE-ACCOUNT
               ELSE
                   ADD 1 TO WS-MASTER-ERRORS
                   DISPLAY "BILLPURG DELETE FAILED KEY=" BM-ACCOUNT-NO
                       " STATUS=" WS-VSAM-STATUS
                   ADD 1 TO WS-MASTERS-KEPT
               END-IF
           ELSE
               ADD 1 TO WS-MASTERS-KEPT
           END-IF.
       P0A-MEASURE-ONE-ACCOUNT.
           MOVE ZERO TO WS-LAST-ACTIVITY
           IF  BM-DUE-DATE NUMERIC
               MOVE BM-DUE-DATE TO WS-LAST-ACTIVITY
           END-IF
           SET ACT-NDX TO 1
           SEARCH WS-ACT-ENTRY
               AT END
                   CONTINUE
               WHEN ACT-NDX > WS-ACT-COUNT
                   CONTINUE
               WHEN WS-ACT-ACCOUNT(ACT-NDX) = BM-ACCOUNT-NO
                   IF  WS-ACT-LAST(ACT-NDX) > WS-LAST-ACTIVITY
                       MOVE WS-ACT-LAST(ACT-NDX)
                           TO WS-LAST-ACTIVITY
                   END-IF
           END-SEARCH
           IF  WS-LAST-ACTIVITY > ZERO
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(BZ-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-LAST-ACTIVITY)
               IF  WS-AGE-DAYS > WS-IDLE-DAYS
                   IF  WS-PURGE-COUNT < 2000
                       SET ENTRY-FOUND TO TRUE
                   ELSE
                       SET PURGE-TABLE-FULL TO TRUE
                       ADD 1 TO WS-CLOSED-DEFERRED
                   END-IF
               END-IF
           END-IF.
       P0A-PURGE-ONE-ACCOUNT.
           ADD 1 TO WS-PURGE-COUNT
           SET PURGE-NDX TO WS-PURGE-COUNT
           MOVE BM-ACCOUNT-NO    TO WS-PRG-ACCOUNT(PURGE-NDX)
           MOVE BILLMSTR-CODE-STAT-DSTR
                                 TO WS-PRG-STATUS(PURGE-NDX)
           MOVE WS-LAST-ACTIVITY TO WS-PRG-LAST(PURGE-NDX)
           MOVE WS-AGE-DAYS      TO WS-PRG-DAYS(PURGE-NDX)
           MOVE ZERO             TO WS-PRG-ITEMS(PURGE-NDX)
           MOVE "N"              TO WS-PRG-CUST-SW(PURGE-NDX)
           ADD 1 TO WS-ACCOUNTS-PURGED
           MOVE SPACES           TO ACCOUNT-ARCHIVE-RECORD
           MOVE BZ-BUSINESS-DATE TO AA-PURGE-DATE
           MOVE BM-ACCOUNT-NO    TO AA-ACCOUNT-NO
           SET AA-MASTER-IMAGE   TO TRUE
           MOVE BILLMSTR-RECORD  TO AA-RECORD-IMAGE
           PERFORM P0A-WRITE-ARCHIVE.
       P0A-WRITE-ARCHIVE.
           WRITE ACCOUNT-ARCHIVE-RECORD
           ADD 1 TO WS-ARCHIVE-WRITTEN.
       P0A-FIND-PURGED.
           MOVE "N" TO WS-FOUND-SW
           SET PURGE-NDX TO 1
           SEARCH WS-PURGE-ENTRY
               AT END
                   CONTINUE
               WHEN PURGE-NDX > WS-PURGE-COUNT
                   CONTINUE
               WHEN WS-PRG-ACCOUNT(PURGE-NDX) = WS-NOTE-ACCOUNT
                   SET ENTRY-FOUND TO TRUE
           END-SEARCH.
       P0A-SPLIT-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEMS-NEW.
           OPEN INPUT OPEN-ITEMS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-OPEN-ITEM
               PERFORM UNTIL OPENITEM-EOF
                   ADD 1 TO WS-ITEMS-READ
                   MOVE OI-ACCOUNT-NO TO WS-NOTE-ACCOUNT
                   PERFORM P0A-FIND-PURGED
                   IF  ENTRY-FOUND
                       ADD 1 TO WS-PRG-ITEMS(PURGE-NDX)
                       ADD 1 TO WS-ITEMS-ARCHIVED
                       MOVE SPACES           TO ACCOUNT-ARCHIVE-RECORD
                       MOVE BZ-BUSINESS-DATE TO AA-PURGE-DATE
                       MOVE OI-ACCOUNT-NO    TO AA-ACCOUNT-NO
                       SET AA-ITEM-IMAGE     TO TRUE
                       MOVE OPEN-ITEM-RECORD TO AA-RECORD-IMAGE
                       PERFORM P0A-WRITE-ARCHIVE
                   ELSE
                       MOVE OPEN-ITEM-RECORD TO OPEN-ITEM-NEW-RECORD
                       WRITE OPEN-ITEM-NEW-RECORD
                       ADD 1 TO WS-ITEMS-KEPT
                   END-IF
                   PERFORM P0A-READ-OPEN-ITEM
               END-PERFORM
               CLOSE OPEN-ITEMS
           END-IF.
           CLOSE OPEN-ITEMS-NEW.
       P0A-SPLIT-CUSTOMERS.
           OPEN OUTPUT CUSTOMER-MASTER-NEW.
           OPEN INPUT CUSTOMER-MASTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-CUSTOMER
               PERFORM UNTIL CUSTMSTR-EOF
                   ADD 1 TO WS-CUSTOMERS-READ
                   MOVE CU-ACCOUNT-NO TO WS-NOTE-ACCOUNT
                   PERFORM P0A-FIND-PURGED
                   IF  ENTRY-FOUND
                       MOVE "Y" TO WS-PRG-CUST-SW(PURGE-NDX)
                       ADD 1 TO WS-CUSTOMERS-ARCHIVED
                       MOVE SPACES           TO ACCOUNT-ARCHIVE-RECORD
                       MOVE BZ-BUSINESS-DATE TO AA-PURGE-DATE
                       MOVE CU-ACCOUNT-NO    TO AA-ACCOUNT-NO
                       SET AA-CUSTOMER-IMAGE TO TRUE
                       MOVE CUSTOMER-MASTER-RECORD
                           TO AA-RECORD-IMAGE
                       PERFORM P0A-WRITE-ARCHIVE
                   ELSE
                       MOVE CUSTOMER-MASTER-RECORD
                           TO CUSTOMER-NEW-RECORD
                       WRITE CUSTOMER-NEW-RECORD
                       ADD 1 TO WS-CUSTOMERS-KEPT
                   END-IF
                   PERFORM P0A-READ-CUSTOMER
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE CUSTOMER-MASTER-NEW.
      * The audit record closes each account's group on the archive,
      * once its items and customer record have been counted over.
       P0A-WRITE-AUDIT-RECORDS.
           PERFORM VARYING PURGE-NDX FROM 1 BY 1
                   UNTIL PURGE-NDX > WS-PURGE-COUNT
               MOVE SPACES           TO ACCOUNT-ARCHIVE-RECORD
               MOVE BZ-BUSINESS-DATE TO AA-PURGE-DATE
               MOVE WS-PRG-ACCOUNT(PURGE-NDX) TO AA-ACCOUNT-NO
               SET AA-AUDIT-RECORD   TO TRUE
               MOVE WS-PRG-STATUS(PURGE-NDX)  TO AA-BILL-STATUS
               MOVE WS-PRG-LAST(PURGE-NDX)    TO AA-LAST-ACTIVITY
               MOVE WS-PRG-DAYS(PURGE-NDX)    TO AA-INACTIVE-DAYS
               MOVE WS-PRG-ITEMS(PURGE-NDX)   TO AA-ITEMS-ARCHIVED
               MOVE WS-PRG-CUST-SW(PURGE-NDX) TO AA-CUSTOMER-SW
               MOVE RI-RUN-ID                 TO AA-RUN-ID
               PERFORM P0A-WRITE-ARCHIVE
           END-PERFORM.
       P0A-RECONCILE.
           COMPUTE WS-ARCHIVE-EXPECTED =
               WS-ACCOUNTS-PURGED * 2
               + WS-ITEMS-ARCHIVED + WS-CUSTOMERS-ARCHIVED
           IF  WS-MASTERS-READ NOT =
                   WS-MASTERS-KEPT + WS-ACCOUNTS-PURGED
               OR WS-ITEMS-READ NOT =
                   WS-ITEMS-KEPT + WS-ITEMS-ARCHIVED
               OR WS-CUSTOMERS-READ NOT =
                   WS-CUSTOMERS-KEPT + WS-CUSTOMERS-ARCHIVED
               OR WS-ARCHIVE-WRITTEN NOT = WS-ARCHIVE-EXPECTED
               OR WS-MASTER-ERRORS > ZERO
               DISPLAY "BILLPURG COUNT BREAK - ARCHIVE WRITTEN="
                   WS-ARCHIVE-WRITTEN
                   " EXPECTED=" WS-ARCHIVE-EXPECTED
                   " MASTER ERRORS=" WS-MASTER-ERRORS
               MOVE 8 TO WS-STEP-RC
           END-IF.
