       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AGYREMIT.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * AGYREMIT - nightly side of the collections-agency cycle that
      * AGYPLACE starts each month-end, run ahead of CASHAPP. First
      * every account still placed on the AGYREG register is checked
      * against the billing master: one now in DISP dispute is
      * recalled (reason DS), and one whose balance has come down by
      * more than the agency has collected - the customer has paid
      * us directly - or that is PAID is recalled (reason PD). Each
      * recall goes to the AGYRECL file for the agency and the
      * register entry is marked R. Then the agency's AGYREMT
      * remittance is posted: D details (account, date collected,
      * gross, commission kept, net sent) proved against the T
      * trailer's count and net total - a remittance that does not
      * tie posts nothing at all and ends the step with return code
      * 8. Each good detail goes through the normal cash path: the
      * gross is appended to BANKPAY as a payment on the account
      * (after DEPRECON has proved the bank's deposit, so only
      * CASHAPP and ARJRNL see it), and the commission goes to
      * AGYCOMM for ARJRNL to expense against cash, so the cash
      * journaled is what the agency actually sent. The gross is
      * added to the register's collected amount and a placement
      * collected in full is marked C. A detail whose gross less
      * commission is not its net is rejected onto AGYRRPT with
      * return code 4; money for an account not on the register, or
      * already recalled, is still posted and noted on the report.
      * The new register goes to AGYREGN for the JCL to swap back.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITTANCE-FILE ASSIGN TO "AGYREMT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BILLMSTR-FILE ASSIGN TO "BILLMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PLACEMENT-REG ASSIGN TO "AGYREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PLACEMENT-REG-NEW ASSIGN TO "AGYREGN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PAYMENTS-OUT ASSIGN TO "BANKPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT COMMISSION-OUT ASSIGN TO "AGYCOMM"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RECALL-FILE ASSIGN TO "AGYRECL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REMIT-REPORT ASSIGN TO "AGYRRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-DETAIL.
           05  RD-RECORD-TYPE     PIC X(01).
               88  RD-DETAIL-REC      VALUE "D".
               88  RD-TRAILER-REC     VALUE "T".
           05  RD-ACCOUNT-NO      PIC X(10).
           05  RD-COLLECTED-DATE  PIC 9(08).
           05  RD-GROSS           PIC 9(07)V99.
           05  RD-COMMISSION      PIC 9(07)V99.
           05  RD-NET             PIC 9(07)V99.
       01  REMITTANCE-TRAILER.
           05  RT-RECORD-TYPE     PIC X(01).
           05  RT-DETAIL-COUNT    PIC 9(07).
           05  RT-NET-TOTAL       PIC 9(11)V99.
           05  FILLER             PIC X(25).
       FD  BILLMSTR-FILE.
           COPY "billmstr.cpy".
       FD  PLACEMENT-REG.
           COPY "agyreg.cpy".
       FD  PLACEMENT-REG-NEW.
       01  PLACEMENT-REG-NEW-REC PIC X(47).
       FD  PAYMENTS-OUT.
       01  BANK-PAYMENT-RECORD.
           05  BP-ACCOUNT-NO      PIC X(10).
           05  BP-PAYMENT-AMOUNT  PIC 9(07)V99.
           05  BP-PAYMENT-DATE    PIC 9(08).
       FD  COMMISSION-OUT.
           COPY "agycomm.cpy".
       FD  RECALL-FILE.
       01  RECALL-RECORD.
           05  RC-ACCOUNT-NO      PIC X(10).
           05  RC-RECALL-DATE     PIC 9(08).
           05  RC-REASON          PIC X(02).
           05  RC-BALANCE         PIC 9(07)V99.
       FD  REMIT-REPORT.
       01  REMIT-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
       01  WS-REMIT-EOF-SW         PIC X VALUE "N".
            88 REMIT-EOF           VALUE "Y".
       01  WS-BILLMSTR-EOF-SW      PIC X VALUE "N".
            88 BILLMSTR-EOF        VALUE "Y".
       01  WS-REG-EOF-SW           PIC X VALUE "N".
            88 REG-EOF             VALUE "Y".
       01  WS-REMIT-PRESENT-SW     PIC X VALUE "N".
            88 REMIT-PRESENT       VALUE "Y".
       01  WS-TRAILER-SW           PIC X VALUE "N".
            88 TRAILER-SEEN        VALUE "Y".
       01  WS-REMIT-TIES-SW        PIC X VALUE "N".
            88 REMIT-TIES          VALUE "Y".
       01  WS-FOUND-SW             PIC X VALUE "N".
            88 ENTRY-FOUND         VALUE "Y".
       01  WS-TABLE-FULL-SW        PIC X VALUE "N".
            88 TABLE-FULL          VALUE "Y".
       01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(02) VALUE ZERO.
       01  WS-OUTSTANDING          PIC S9(09)V99 VALUE ZERO.
       01  WS-DETAILS-READ         PIC 9(07) VALUE ZERO.
       01  WS-NET-READ             PIC 9(11)V99 VALUE ZERO.
       01  WS-DETAILS-POSTED       PIC 9(07) VALUE ZERO.
       01  WS-DETAILS-REJECTED     PIC 9(07) VALUE ZERO.
       01  WS-GROSS-POSTED         PIC 9(11)V99 VALUE ZERO.
       01  WS-COMMISSION-POSTED    PIC 9(11)V99 VALUE ZERO.
       01  WS-NOT-PLACED           PIC 9(07) VALUE ZERO.
       01  WS-RECALLED             PIC 9(07) VALUE ZERO.
       01  WS-CLOSED               PIC 9(07) VALUE ZERO.
       01  WS-BILL-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-BILL-TABLE.
           05  WS-BILL-ENTRY OCCURS 5000 TIMES
                   INDEXED BY BILL-NDX.
               10  WS-BILL-ACCOUNT PIC X(10).
               10  WS-BILL-STATUS  PIC X(04).
               10  WS-BILL-AMOUNT  PIC 9(07)V99.
       01  WS-REG-COUNT            PIC 9(04) COMP VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 2000 TIMES
                   INDEXED BY REG-NDX.
               10  WS-REG-RECORD  PIC X(47).
       01  WS-HEADING-LINE.
           05  FILLER  PIC X(32)
                   VALUE "COLLECTIONS AGENCY REMITTANCE   ".
           05  HL-DATE PIC 9(08).
       01  WS-DETAIL-LINE.
           05  DL-EVENT     PIC X(10).
           05  FILLER       PIC X(01).
           05  DL-ACCOUNT   PIC X(10).
           05  FILLER       PIC X(01).
           05  DL-AMOUNT    PIC ZZZZZZ9.99.
           05  FILLER       PIC X(01).
           05  DL-COMMISSION PIC ZZZZZZ9.99.
           05  FILLER       PIC X(02).
           05  DL-NOTE      PIC X(35).
       01  WS-TOTAL-LINE.
           05  FILLER       PIC X(07) VALUE "POSTED ".
           05  TL-POSTED    PIC ZZZZZ9.
           05  FILLER       PIC X(07) VALUE " GROSS ".
           05  TL-GROSS     PIC ZZZZZZZZZ9.99.
           05  FILLER       PIC X(06) VALUE " COMM ".
           05  TL-COMMISSION PIC ZZZZZZZZ9.99.
           05  FILLER       PIC X(06) VALUE " REJ  ".
           05  TL-REJECTED  PIC ZZZZ9.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "AGYREMIT" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-BUSINESS-DATE TO WS-RUN-DATE.
           PERFORM P0A-LOAD-BILLING-MASTER.
           PERFORM P0A-LOAD-REGISTER.
           OPEN OUTPUT REMIT-REPORT.
           MOVE WS-RUN-DATE TO HL-DATE.
           MOVE WS-HEADING-LINE TO REMIT-REPORT-RECORD.
           WRITE REMIT-REPORT-RECORD.
           OPEN OUTPUT RECALL-FILE.
           PERFORM VARYING REG-NDX FROM 1 BY 1
                   UNTIL REG-NDX > WS-REG-COUNT
               PERFORM P0A-CHECK-FOR-RECALL
           END-PERFORM.
           CLOSE RECALL-FILE.
           PERFORM P0A-PROVE-REMITTANCE.
           OPEN OUTPUT COMMISSION-OUT.
           IF  REMIT-PRESENT
            AND (TRAILER-SEEN OR WS-DETAILS-READ > ZERO)
               IF  REMIT-TIES
                   PERFORM P0A-POST-REMITTANCE
               ELSE
                   MOVE 8 TO WS-STEP-RC
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "REJECTED" TO DL-EVENT
                   MOVE "OUT OF BALANCE - NOTHING POSTED"
                       TO DL-NOTE
                   MOVE WS-DETAIL-LINE TO REMIT-REPORT-RECORD
                   WRITE REMIT-REPORT-RECORD
               END-IF
           END-IF.
           CLOSE COMMISSION-OUT.
           MOVE WS-DETAILS-POSTED    TO TL-POSTED.
           MOVE WS-GROSS-POSTED      TO TL-GROSS.
           MOVE WS-COMMISSION-POSTED TO TL-COMMISSION.
           MOVE WS-DETAILS-REJECTED  TO TL-REJECTED.
           MOVE WS-TOTAL-LINE TO REMIT-REPORT-RECORD.
           WRITE REMIT-REPORT-RECORD.
           CLOSE REMIT-REPORT.
           PERFORM P0A-WRITE-REGISTER.
           IF  TABLE-FULL AND WS-STEP-RC < 4
               MOVE 4 TO WS-STEP-RC
           END-IF.
           DISPLAY "AGYREMIT DETAILS=" WS-DETAILS-READ
               " POSTED=" WS-DETAILS-POSTED
               " GROSS=" WS-GROSS-POSTED
               " COMMISSION=" WS-COMMISSION-POSTED
               " REJECTED=" WS-DETAILS-REJECTED.
           DISPLAY "AGYREMIT RECALLED=" WS-RECALLED
               " CLOSED=" WS-CLOSED
               " NOT PLACED=" WS-NOT-PLACED.
           MOVE "AGYREMIT" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           MOVE WS-STEP-RC TO RETURN-CODE
           GOBACK.
       P0A-LOAD-BILLING-MASTER.
           OPEN INPUT BILLMSTR-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-BILLMSTR
               PERFORM UNTIL BILLMSTR-EOF
                   IF  WS-BILL-COUNT < 5000
                       ADD 1 TO WS-BILL-COUNT
                       SET BILL-NDX TO WS-BILL-COUNT
                       MOVE BM-ACCOUNT-NO
                           TO WS-BILL-ACCOUNT(BILL-NDX)
                       MOVE BILLMSTR-CODE-STAT-DSTR
                           TO WS-BILL-STATUS(BILL-NDX)
                       MOVE BM-AMOUNT
                           TO WS-BILL-AMOUNT(BILL-NDX)
                   ELSE
                       SET TABLE-FULL TO TRUE
                   END-IF
                   PERFORM P0A-READ-BILLMSTR
               END-PERFORM
               CLOSE BILLMSTR-FILE
           END-IF.
       P0A-READ-BILLMSTR.
           READ BILLMSTR-FILE
               AT END
                   SET BILLMSTR-EOF TO TRUE
           END-READ.
       P0A-LOAD-REGISTER.
           OPEN INPUT PLACEMENT-REG.
           IF  FS-SUCCESS
               PERFORM P0A-READ-REGISTER
               PERFORM UNTIL REG-EOF
                   IF  WS-REG-COUNT < 2000
                       ADD 1 TO WS-REG-COUNT
                       SET REG-NDX TO WS-REG-COUNT
                       MOVE AGENCY-PLACEMENT-RECORD
                           TO WS-REG-RECORD(REG-NDX)
                   ELSE
                       SET TABLE-FULL TO TRUE
                   END-IF
                   PERFORM P0A-READ-REGISTER
               END-PERFORM
               CLOSE PLACEMENT-REG
           END-IF.
       P0A-READ-REGISTER.
           READ PLACEMENT-REG
               AT END
                   SET REG-EOF TO TRUE
           END-READ.
      * What the account still owes against the placement is what
      * was placed less what the agency has sent us; a balance
      * below that means money reached us some other way.
       P0A-CHECK-FOR-RECALL.
           MOVE WS-REG-RECORD(REG-NDX) TO AGENCY-PLACEMENT-RECORD
           IF  AP-STAT-PLACED
               MOVE "N" TO WS-FOUND-SW
               IF  WS-BILL-COUNT > ZERO
                   SET BILL-NDX TO 1
                   SEARCH WS-BILL-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-BILL-ACCOUNT(BILL-NDX) = AP-ACCOUNT-NO
                           SET ENTRY-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF  ENTRY-FOUND
                   COMPUTE WS-OUTSTANDING =
                       AP-PLACED-AMOUNT - AP-COLLECTED
                   EVALUATE TRUE
                       WHEN WS-BILL-STATUS(BILL-NDX) = "DISP"
                           SET AP-RCL-DISPUTED TO TRUE
                       WHEN WS-BILL-STATUS(BILL-NDX) = "PAID"
                           SET AP-RCL-PAID-DIRECT TO TRUE
                       WHEN WS-BILL-AMOUNT(BILL-NDX) < WS-OUTSTANDING
                           SET AP-RCL-PAID-DIRECT TO TRUE
                       WHEN OTHER
                           MOVE SPACES TO AP-RECALL-REASON
                   END-EVALUATE
                   IF  AP-RECALL-REASON NOT = SPACES
                       PERFORM P0A-RECALL-ONE-ACCOUNT
                   END-IF
               END-IF
           END-IF.
       P0A-RECALL-ONE-ACCOUNT.
           SET AP-STAT-RECALLED TO TRUE
           MOVE WS-RUN-DATE TO AP-STATUS-DATE
           MOVE AGENCY-PLACEMENT-RECORD TO WS-REG-RECORD(REG-NDX)
           MOVE AP-ACCOUNT-NO            TO RC-ACCOUNT-NO
           MOVE WS-RUN-DATE              TO RC-RECALL-DATE
           MOVE AP-RECALL-REASON         TO RC-REASON
           MOVE WS-BILL-AMOUNT(BILL-NDX) TO RC-BALANCE
           WRITE RECALL-RECORD
           ADD 1 TO WS-RECALLED
           MOVE SPACES                   TO WS-DETAIL-LINE
           MOVE "RECALLED"               TO DL-EVENT
           MOVE AP-ACCOUNT-NO            TO DL-ACCOUNT
           MOVE WS-BILL-AMOUNT(BILL-NDX) TO DL-AMOUNT
           IF  AP-RCL-DISPUTED
               MOVE "ACCOUNT IN DISPUTE" TO DL-NOTE
           ELSE
               MOVE "PAID DIRECT" TO DL-NOTE
           END-IF
           MOVE WS-DETAIL-LINE TO REMIT-REPORT-RECORD
           WRITE REMIT-REPORT-RECORD.
      * First pass: count and total the details and find the
      * trailer. Nothing is posted unless the two agree.
       P0A-PROVE-REMITTANCE.
           OPEN INPUT REMITTANCE-FILE.
           IF  FS-SUCCESS
               SET REMIT-PRESENT TO TRUE
               PERFORM P0A-READ-REMITTANCE
               PERFORM UNTIL REMIT-EOF
                   IF  RD-DETAIL-REC
                       ADD 1 TO WS-DETAILS-READ
                       IF  RD-NET NUMERIC
                           ADD RD-NET TO WS-NET-READ
                       END-IF
                   END-IF
                   IF  RD-TRAILER-REC
                       SET TRAILER-SEEN TO TRUE
                       IF  RT-DETAIL-COUNT NUMERIC
                        AND RT-NET-TOTAL NUMERIC
                        AND RT-DETAIL-COUNT = WS-DETAILS-READ
                        AND RT-NET-TOTAL = WS-NET-READ
                           SET REMIT-TIES TO TRUE
                       END-IF
                   END-IF
                   PERFORM P0A-READ-REMITTANCE
               END-PERFORM
               CLOSE REMITTANCE-FILE
           END-IF.
       P0A-READ-REMITTANCE.
           READ REMITTANCE-FILE
               AT END
                   SET REMIT-EOF TO TRUE
           END-READ.
      * Second pass posts. BANKPAY is extended, never rewritten -
      * it already holds tonight's lockbox payments.
       P0A-POST-REMITTANCE.
           MOVE "N" TO WS-REMIT-EOF-SW
           OPEN EXTEND PAYMENTS-OUT.
           OPEN INPUT REMITTANCE-FILE.
           PERFORM P0A-READ-REMITTANCE
           PERFORM UNTIL REMIT-EOF
               IF  RD-DETAIL-REC
                   PERFORM P0A-POST-ONE-DETAIL
               END-IF
               PERFORM P0A-READ-REMITTANCE
           END-PERFORM
           CLOSE REMITTANCE-FILE.
           CLOSE PAYMENTS-OUT.
       P0A-POST-ONE-DETAIL.
           MOVE SPACES        TO WS-DETAIL-LINE
           MOVE RD-ACCOUNT-NO TO DL-ACCOUNT
           IF  RD-ACCOUNT-NO = SPACES
            OR RD-GROSS NOT NUMERIC
            OR RD-COMMISSION NOT NUMERIC
            OR RD-NET NOT NUMERIC
            OR RD-COLLECTED-DATE NOT NUMERIC
            OR RD-GROSS = ZERO
            OR RD-COMMISSION > RD-GROSS
               MOVE "REJECTED" TO DL-EVENT
               MOVE "INVALID REMITTANCE DETAIL" TO DL-NOTE
               PERFORM P0A-REJECT-DETAIL
           ELSE
               IF  RD-GROSS - RD-COMMISSION NOT = RD-NET
                   MOVE RD-GROSS      TO DL-AMOUNT
                   MOVE RD-COMMISSION TO DL-COMMISSION
                   MOVE "REJECTED" TO DL-EVENT
                   MOVE "GROSS LESS COMMISSION NOT NET" TO DL-NOTE
                   PERFORM P0A-REJECT-DETAIL
               ELSE
                   PERFORM P0A-APPLY-COLLECTION
               END-IF
           END-IF.
       P0A-REJECT-DETAIL.
           ADD 1 TO WS-DETAILS-REJECTED
           IF  WS-STEP-RC < 4
               MOVE 4 TO WS-STEP-RC
           END-IF
           MOVE WS-DETAIL-LINE TO REMIT-REPORT-RECORD
           WRITE REMIT-REPORT-RECORD.
       P0A-APPLY-COLLECTION.
           MOVE RD-ACCOUNT-NO     TO BP-ACCOUNT-NO
           MOVE RD-GROSS          TO BP-PAYMENT-AMOUNT
           MOVE RD-COLLECTED-DATE TO BP-PAYMENT-DATE
           WRITE BANK-PAYMENT-RECORD
           IF  RD-COMMISSION > ZERO
               MOVE RD-ACCOUNT-NO     TO AC-ACCOUNT-NO
               MOVE RD-COLLECTED-DATE TO AC-COLLECTED-DATE
               MOVE RD-COMMISSION     TO AC-COMMISSION
               WRITE AGENCY-COMMISSION-RECORD
           END-IF
           ADD 1 TO WS-DETAILS-POSTED
           ADD RD-GROSS      TO WS-GROSS-POSTED
           ADD RD-COMMISSION TO WS-COMMISSION-POSTED
           MOVE RD-GROSS      TO DL-AMOUNT
           MOVE RD-COMMISSION TO DL-COMMISSION
           MOVE "COLLECTED" TO DL-EVENT
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING REG-NDX FROM 1 BY 1
                   UNTIL REG-NDX > WS-REG-COUNT
                      OR ENTRY-FOUND
               MOVE WS-REG-RECORD(REG-NDX)
                   TO AGENCY-PLACEMENT-RECORD
               IF  AP-ACCOUNT-NO = RD-ACCOUNT-NO
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF  ENTRY-FOUND
               SET REG-NDX DOWN BY 1
               ADD RD-GROSS TO AP-COLLECTED
               IF  AP-STAT-RECALLED
                   MOVE "ACCOUNT ALREADY RECALLED" TO DL-NOTE
               END-IF
               IF  AP-STAT-PLACED
                AND AP-COLLECTED >= AP-PLACED-AMOUNT
                   SET AP-STAT-CLOSED TO TRUE
                   MOVE WS-RUN-DATE TO AP-STATUS-DATE
                   ADD 1 TO WS-CLOSED
                   MOVE "PLACEMENT COLLECTED IN FULL" TO DL-NOTE
               END-IF
               MOVE AGENCY-PLACEMENT-RECORD
                   TO WS-REG-RECORD(REG-NDX)
           ELSE
               ADD 1 TO WS-NOT-PLACED
               MOVE "ACCOUNT NOT PLACED WITH AGENCY" TO DL-NOTE
           END-IF
           MOVE WS-DETAIL-LINE TO REMIT-REPORT-RECORD
           WRITE REMIT-REPORT-RECORD.
       P0A-WRITE-REGISTER.
           OPEN OUTPUT PLACEMENT-REG-NEW.
           PERFORM VARYING REG-NDX FROM 1 BY 1
                   UNTIL REG-NDX > WS-REG-COUNT
               MOVE WS-REG-RECORD(REG-NDX) TO PLACEMENT-REG-NEW-REC
               WRITE PLACEMENT-REG-NEW-REC
           END-PERFORM.
           CLOSE PLACEMENT-REG-NEW.
