       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VREFREQ.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * VREFREQ - vendor refund requests as receivables. CREDAGE
      * writes every vendor credit balance idle past the refund age
      * to the CREDREF extract, but once the extract was worked
      * nobody knew whether the vendor ever sent the money, and the
      * balance was either forgotten or written off blind. This
      * step, run straight after CREDAGE, opens a receivable on
      * the VRFREG register (vrfreg.cpy) the first night a vendor
      * is extracted and writes the refund request. A receivable
      * still open 30 days after it was opened draws a reminder
      * and one still open at 60 days a final reminder, the way
      * DUNNING chases a customer; each letter asks the vendor to
      * quote the receivable's reference, which is how VREFRCV
      * knows the cheque when it comes in through the lockbox or
      * the bank payments file. A receivable whose credit has
      * since been taken against the vendor's own invoices is cut
      * back to what is left on CREDBAL, and closed as absorbed
      * when nothing is. The letters go to VRFLTR and onto the
      * PRTQUEUE print-stream queue under the VENDPAY remit-to
      * address (held when there is none), the register is written
      * forward to VRFREGN for the JCL to swap back, and VRFRPT
      * lists every receivable still open with its age and the
      * letters it has had. A register or balance file past its
      * table stops the step with return code 12 before anything
      * is written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-EXTRACT ASSIGN TO "CREDREF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REFUND-REGISTER ASSIGN TO "VRFREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REFUND-REGISTER-NEW ASSIGN TO "VRFREGN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CREDIT-BALANCE ASSIGN TO "CREDBAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT VENDOR-PAYMENT ASSIGN TO "VENDPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LETTER-OUT ASSIGN TO "VRFLTR"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REGISTER-REPORT ASSIGN TO "VRFRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REFUND-EXTRACT.
       01  REFUND-EXTRACT-RECORD.
           05  RX-VENDOR-ID       PIC X(04).
           05  RX-CREDIT-BALANCE  PIC 9(11)V99.
           05  RX-LAST-MOVED      PIC 9(08).
           05  RX-AGE-DAYS        PIC 9(05).
       FD  REFUND-REGISTER.
           COPY "vrfreg.cpy".
       FD  REFUND-REGISTER-NEW.
       01  REFUND-REGISTER-NEW-RECORD PIC X(75).
       FD  CREDIT-BALANCE.
           COPY "credbal.cpy".
       FD  VENDOR-PAYMENT.
           COPY "vendpay.cpy".
       FD  LETTER-OUT.
       01  LETTER-OUT-RECORD     PIC X(80).
       FD  REGISTER-REPORT.
       01  REGISTER-REPORT-RECORD PIC X(80).
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "tstamp.cpy".
           COPY "prtqpm.cpy".
       01  WS-EXTRACT-EOF-SW       PIC X VALUE "N".
            88 EXTRACT-EOF         VALUE "Y".
       01  WS-REGISTER-EOF-SW      PIC X VALUE "N".
            88 REGISTER-EOF        VALUE "Y".
       01  WS-CREDBAL-EOF-SW       PIC X VALUE "N".
            88 CREDBAL-EOF         VALUE "Y".
       01  WS-VENDPAY-EOF-SW       PIC X VALUE "N".
            88 VENDPAY-EOF         VALUE "Y".
       01  WS-LOAD-TRUNC-SW        PIC X VALUE "N".
            88 LOAD-TRUNCATED      VALUE "Y".
       01  WS-FOUND-SW             PIC X VALUE "N".
            88 ENTRY-FOUND         VALUE "Y".
       01  WS-REMIT-FOUND-SW       PIC X VALUE "N".
            88 REMIT-FOUND         VALUE "Y".
       01  WS-LOAD-RECS-READ       PIC 9(07) VALUE ZERO.
       01  WS-EXTRACTS-READ        PIC 9(07) VALUE ZERO.
       01  WS-ALREADY-OPEN         PIC 9(07) VALUE ZERO.
       01  WS-OPENED-TONIGHT       PIC 9(05) VALUE ZERO.
       01  WS-ABSORBED-TONIGHT     PIC 9(05) VALUE ZERO.
       01  WS-STILL-OPEN           PIC 9(05) VALUE ZERO.
       01  WS-LETTERS-WRITTEN      PIC 9(05) VALUE ZERO.
       01  WS-NO-REMIT-ADDRESS     PIC 9(05) VALUE ZERO.
       01  WS-OPENED-AMOUNT        PIC 9(13)V99 VALUE ZERO.
       01  WS-ABSORBED-AMOUNT      PIC 9(13)V99 VALUE ZERO.
       01  WS-OPEN-TOTAL           PIC 9(13)V99 VALUE ZERO.
       01  WS-CREDIT-LEFT          PIC 9(11)V99 VALUE ZERO.
       01  WS-DAYS-OPEN            PIC S9(05) VALUE ZERO.
       01  WS-LETTER-NO            PIC 9(01) VALUE ZERO.
      * The follow-up ages, in calendar days from the night the
      * receivable was opened.
       01  WS-REMINDER-DAYS        PIC 9(03) VALUE 30.
       01  WS-FINAL-DAYS           PIC 9(03) VALUE 60.
       01  WS-REG-COUNT            PIC 9(04) COMP VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 2000 TIMES
                   INDEXED BY REG-NDX.
               10  WS-REG-RECORD    PIC X(75).
               10  WS-REG-NOTE      PIC X(16).
       01  WS-CREDIT-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-CREDIT-TABLE.
           05  WS-CREDIT-ENTRY OCCURS 5000 TIMES
                   INDEXED BY CRED-NDX.
               10  WS-CRED-VENDOR   PIC X(04).
               10  WS-CRED-BALANCE  PIC 9(11)V99.
       01  WS-VP-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-VP-TABLE.
           05  WS-VP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY VP-NDX.
               10  WS-VP-VENDOR    PIC X(04).
               10  WS-VP-NAME      PIC X(30).
               10  WS-VP-ADDRESS   PIC X(30).
               10  WS-VP-POSTAL    PIC X(10).
      * One letter per tier: the request, the 30-day reminder and
      * the 60-day final reminder.
       01  WS-LETTER-TEXT-VALUES.
           05  FILLER PIC X(20) VALUE "- REFUND REQUEST    ".
           05  FILLER PIC X(60) VALUE
           "OUR RECORDS SHOW A CREDIT BALANCE IN OUR FAVOUR THAT HAS".
           05  FILLER PIC X(60) VALUE
           "NOT BEEN USED FOR SOME TIME. PLEASE REFUND IT TO US.".
           05  FILLER PIC X(20) VALUE "- REFUND REMINDER   ".
           05  FILLER PIC X(60) VALUE
           "WE WROTE TO YOU 30 DAYS AGO ASKING YOU TO REFUND THIS".
           05  FILLER PIC X(60) VALUE
           "CREDIT BALANCE AND HAVE NOT YET RECEIVED IT.".
           05  FILLER PIC X(20) VALUE "- FINAL REMINDER    ".
           05  FILLER PIC X(60) VALUE
           "THIS IS OUR FINAL REMINDER - THE CREDIT BALANCE BELOW IS".
           05  FILLER PIC X(60) VALUE
           "STILL OUTSTANDING. PLEASE REFUND IT WITHOUT DELAY.".
       01  WS-LETTER-TEXT-TABLE REDEFINES WS-LETTER-TEXT-VALUES.
           05  WS-LT-ENTRY OCCURS 3 TIMES.
               10  WS-LT-TITLE     PIC X(20).
               10  WS-LT-TEXT-1    PIC X(60).
               10  WS-LT-TEXT-2    PIC X(60).
       01  WS-LETTER-HEAD.
           05  FILLER      PIC X(17) VALUE "ACCOUNTS PAYABLE ".
           05  LH-TITLE    PIC X(20).
           05  FILLER      PIC X(29) VALUE SPACES.
           05  FILLER      PIC X(05) VALUE "DATE ".
           05  LH-DATE     PIC 9(08).
       01  WS-ADDRESS-LINE.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  AL-TEXT     PIC X(30).
       01  WS-BALANCE-LINE.
           05  FILLER      PIC X(21) VALUE "CREDIT BALANCE DUE   ".
           05  BL-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-QUOTE-LINE.
           05  FILLER      PIC X(21) VALUE "QUOTE OUR REFERENCE  ".
           05  QL-REFERENCE PIC X(10).
       01  WS-REQUESTED-LINE.
           05  FILLER      PIC X(21) VALUE "FIRST REQUESTED ON   ".
           05  RQL-DATE    PIC 9(08).
       01  WS-TEXT-LINE.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  TL-TEXT     PIC X(60).
       01  WS-REMIT-LINE PIC X(60) VALUE
           "PLEASE SEND A CHEQUE OR TRANSFER QUOTING OUR REFERENCE.".
       01  WS-SIGN-OFF-LINE PIC X(40)
               VALUE "ACCOUNTS PAYABLE".
       01  WS-HEADING-1.
           05  FILLER  PIC X(40)
                   VALUE "VENDOR REFUND RECEIVABLES   BUSINESS DAY".
           05  FILLER  PIC X(01) VALUE SPACE.
           05  HL-DATE PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER  PIC X(40)
                   VALUE "REFERENCE   OPENED        REQUESTED     ".
           05  FILLER  PIC X(40)
                   VALUE "STILL OPEN  DAYS L TONIGHT              ".
       01  WS-DETAIL-LINE.
           05  DL-REFERENCE  PIC X(10).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DL-OPENED     PIC 9(08).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-REQUESTED  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-OPEN       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-DAYS       PIC ZZZZ9.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-LETTERS    PIC 9(01).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-NOTE       PIC X(16).
       01  WS-TOTAL-LINE.
           05  FILLER        PIC X(20) VALUE "RECEIVABLES OPEN:   ".
           05  TL-COUNT      PIC ZZZZ9.
           05  FILLER        PIC X(14) VALUE "   TOTAL DUE: ".
           05  TL-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "VREFREQ" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP.
           PERFORM P0A-LOAD-REGISTER.
           PERFORM P0A-LOAD-CREDIT-BALANCES.
           PERFORM P0A-LOAD-VENDPAY.
      * A receivable past the table cap would be dropped from the
      * rewrite and its vendor asked again from scratch - stop
      * before anything is written.
           IF  LOAD-TRUNCATED
               DISPLAY "VREFREQ ABORT - LOAD TRUNCATED"
                   " - NO RECEIVABLES OPENED"
               MOVE 12 TO RETURN-CODE
               MOVE "VREFREQ" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           PERFORM P0A-OPEN-NEW-RECEIVABLES.
           IF  LOAD-TRUNCATED
               DISPLAY "VREFREQ ABORT - REFUND REGISTER FULL"
                   " - NO RECEIVABLES OPENED"
               MOVE 12 TO RETURN-CODE
               MOVE "VREFREQ" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           OPEN OUTPUT LETTER-OUT.
           MOVE "VREFREQ" TO PQ-SOURCE
           SET PQ-OPEN-QUEUE TO TRUE
           CALL "PRTQUEUE" USING PRTQUEUE-PARMS.
           PERFORM VARYING REG-NDX FROM 1 BY 1
                   UNTIL REG-NDX > WS-REG-COUNT
               MOVE WS-REG-RECORD(REG-NDX) TO VENDOR-REFUND-RECORD
               IF  VR-OPEN
                   PERFORM P0A-FOLLOW-UP-RECEIVABLE
                   MOVE VENDOR-REFUND-RECORD
                       TO WS-REG-RECORD(REG-NDX)
               END-IF
           END-PERFORM.
           CLOSE LETTER-OUT.
           MOVE WS-LETTERS-WRITTEN TO PQ-PRODUCER-DOCS
           MOVE WS-LETTERS-WRITTEN TO PQ-PRODUCER-PAGES
           SET PQ-CLOSE-QUEUE TO TRUE
           CALL "PRTQUEUE" USING PRTQUEUE-PARMS.
           PERFORM P0A-WRITE-REGISTER.
           PERFORM P0A-PRINT-REGISTER.
           PERFORM P0A-WRITE-CONTROL-TOTALS.
           DISPLAY "VREFREQ EXTRACTS=" WS-EXTRACTS-READ
               " ALREADY OPEN=" WS-ALREADY-OPEN
               " OPENED=" WS-OPENED-TONIGHT
               " FOR " WS-OPENED-AMOUNT.
           DISPLAY "VREFREQ ABSORBED=" WS-ABSORBED-TONIGHT
               " FOR " WS-ABSORBED-AMOUNT
               " STILL OPEN=" WS-STILL-OPEN
               " FOR " WS-OPEN-TOTAL.
           DISPLAY "VREFREQ LETTERS=" WS-LETTERS-WRITTEN
               " NO REMIT ADDRESS=" WS-NO-REMIT-ADDRESS.
           MOVE "VREFREQ" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-LOAD-REGISTER.
           MOVE ZERO TO WS-LOAD-RECS-READ.
           OPEN INPUT REFUND-REGISTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-REGISTER
               PERFORM UNTIL REGISTER-EOF
                   ADD 1 TO WS-LOAD-RECS-READ
                   IF  WS-REG-COUNT < 2000
                       ADD 1 TO WS-REG-COUNT
                       SET REG-NDX TO WS-REG-COUNT
                       MOVE VENDOR-REFUND-RECORD
                           TO WS-REG-RECORD(REG-NDX)
                       MOVE SPACES TO WS-REG-NOTE(REG-NDX)
                   END-IF
                   PERFORM P0A-READ-REGISTER
               END-PERFORM
               CLOSE REFUND-REGISTER
               IF  WS-LOAD-RECS-READ > WS-REG-COUNT
                   SET LOAD-TRUNCATED TO TRUE
                   DISPLAY "VRFREG LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-REG-COUNT
               END-IF
           END-IF.
       P0A-READ-REGISTER.
           READ REFUND-REGISTER
               AT END
                   SET REGISTER-EOF TO TRUE
           END-READ.
       P0A-LOAD-CREDIT-BALANCES.
           MOVE ZERO TO WS-LOAD-RECS-READ.
           OPEN INPUT CREDIT-BALANCE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-CREDIT-BALANCE
               PERFORM UNTIL CREDBAL-EOF
                   ADD 1 TO WS-LOAD-RECS-READ
                   IF  WS-CREDIT-COUNT < 5000
                       ADD 1 TO WS-CREDIT-COUNT
                       SET CRED-NDX TO WS-CREDIT-COUNT
                       MOVE CB-VENDOR-ID
                           TO WS-CRED-VENDOR(CRED-NDX)
                       MOVE CB-CREDIT-BALANCE
                           TO WS-CRED-BALANCE(CRED-NDX)
                   END-IF
                   PERFORM P0A-READ-CREDIT-BALANCE
               END-PERFORM
               CLOSE CREDIT-BALANCE
               IF  WS-LOAD-RECS-READ > WS-CREDIT-COUNT
                   SET LOAD-TRUNCATED TO TRUE
                   DISPLAY "CREDBAL LOAD TRUNCATED - READ="
                       WS-LOAD-RECS-READ
                       " STORED=" WS-CREDIT-COUNT
               END-IF
           END-IF.
       P0A-READ-CREDIT-BALANCE.
           READ CREDIT-BALANCE
               AT END
                   SET CREDBAL-EOF TO TRUE
           END-READ.
      * A vendor past the address table cap is only a letter held
      * for the mail room, not a receivable lost.
       P0A-LOAD-VENDPAY.
           OPEN INPUT VENDOR-PAYMENT.
           IF  FS-SUCCESS
               PERFORM P0A-READ-VENDPAY
               PERFORM UNTIL VENDPAY-EOF
                   IF  WS-VP-COUNT < 2000
                       ADD 1 TO WS-VP-COUNT
                       SET VP-NDX TO WS-VP-COUNT
                       MOVE VP-VENDOR-ID     TO WS-VP-VENDOR(VP-NDX)
                       MOVE VP-REMIT-NAME    TO WS-VP-NAME(VP-NDX)
                       MOVE VP-REMIT-ADDRESS TO WS-VP-ADDRESS(VP-NDX)
                       MOVE VP-REMIT-POSTAL  TO WS-VP-POSTAL(VP-NDX)
                   END-IF
                   PERFORM P0A-READ-VENDPAY
               END-PERFORM
               CLOSE VENDOR-PAYMENT
           END-IF.
       P0A-READ-VENDPAY.
           READ VENDOR-PAYMENT
               AT END
                   SET VENDPAY-EOF TO TRUE
           END-READ.
      * CREDAGE extracts a stale balance every night until it
      * moves, so a vendor already being chased is left alone. A
      * vendor whose last receivable has closed is asked again
      * under the same reference, from a clean start.
       P0A-OPEN-NEW-RECEIVABLES.
           OPEN INPUT REFUND-EXTRACT.
           IF  FS-SUCCESS
               PERFORM P0A-READ-EXTRACT
               PERFORM UNTIL EXTRACT-EOF
                   IF  RX-CREDIT-BALANCE > ZERO
                       PERFORM P0A-OPEN-ONE-RECEIVABLE
                          THRU P0A-OPEN-ONE-RECEIVABLE-EXIT
                   END-IF
                   PERFORM P0A-READ-EXTRACT
               END-PERFORM
               CLOSE REFUND-EXTRACT
           END-IF.
       P0A-READ-EXTRACT.
           READ REFUND-EXTRACT
               AT END
                   SET EXTRACT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXTRACTS-READ
           END-READ.
       P0A-OPEN-ONE-RECEIVABLE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING REG-NDX FROM 1 BY 1
                   UNTIL REG-NDX > WS-REG-COUNT OR ENTRY-FOUND
               MOVE WS-REG-RECORD(REG-NDX) TO VENDOR-REFUND-RECORD
               IF  VR-VENDOR-ID = RX-VENDOR-ID
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF  ENTRY-FOUND
               SET REG-NDX DOWN BY 1
               IF  VR-OPEN
                   ADD 1 TO WS-ALREADY-OPEN
                   GO TO P0A-OPEN-ONE-RECEIVABLE-EXIT
               END-IF
           ELSE
               IF  WS-REG-COUNT < 2000
                   ADD 1 TO WS-REG-COUNT
                   SET REG-NDX TO WS-REG-COUNT
               ELSE
                   SET LOAD-TRUNCATED TO TRUE
                   GO TO P0A-OPEN-ONE-RECEIVABLE-EXIT
               END-IF
           END-IF
           MOVE SPACES            TO VENDOR-REFUND-RECORD
           MOVE "VREF"            TO VR-REF-PREFIX
           MOVE RX-VENDOR-ID      TO VR-VENDOR-ID
           SET VR-OPEN            TO TRUE
           MOVE BZ-BUSINESS-DATE  TO VR-OPENED-DATE
           MOVE RX-CREDIT-BALANCE TO VR-REQUESTED-AMT
           MOVE ZERO              TO VR-RECEIVED-AMT
           MOVE RX-CREDIT-BALANCE TO VR-OPEN-AMT
           MOVE ZERO              TO VR-LETTERS-SENT
           MOVE ZERO              TO VR-LAST-LETTER
           MOVE ZERO              TO VR-CLOSED-DATE
           MOVE VENDOR-REFUND-RECORD TO WS-REG-RECORD(REG-NDX)
           MOVE "OPENED"          TO WS-REG-NOTE(REG-NDX)
           ADD 1 TO WS-OPENED-TONIGHT
           ADD RX-CREDIT-BALANCE TO WS-OPENED-AMOUNT.
       P0A-OPEN-ONE-RECEIVABLE-EXIT.
           EXIT.
      * The receivable can be no more than the credit still on
      * CREDBAL: what the vendor's own invoices have drawn down is
      * no longer theirs to send back. Whatever stays open draws
      * the letter its age calls for - a night missed at 30 days
      * still gets the final reminder at 60, not both.
       P0A-FOLLOW-UP-RECEIVABLE.
           MOVE ZERO TO WS-CREDIT-LEFT
           SET CRED-NDX TO 1
           SEARCH WS-CREDIT-ENTRY
               AT END
                   CONTINUE
               WHEN CRED-NDX > WS-CREDIT-COUNT
                   CONTINUE
               WHEN WS-CRED-VENDOR(CRED-NDX) = VR-VENDOR-ID
                   MOVE WS-CRED-BALANCE(CRED-NDX) TO WS-CREDIT-LEFT
           END-SEARCH
           IF  WS-CREDIT-LEFT < VR-OPEN-AMT
               COMPUTE WS-ABSORBED-AMOUNT = WS-ABSORBED-AMOUNT
                   + VR-OPEN-AMT - WS-CREDIT-LEFT
               MOVE WS-CREDIT-LEFT TO VR-OPEN-AMT
               MOVE "CUT TO CREDBAL" TO WS-REG-NOTE(REG-NDX)
           END-IF
           IF  VR-OPEN-AMT = ZERO
               SET VR-ABSORBED TO TRUE
               MOVE BZ-BUSINESS-DATE TO VR-CLOSED-DATE
               MOVE "ABSORBED" TO WS-REG-NOTE(REG-NDX)
               ADD 1 TO WS-ABSORBED-TONIGHT
               DISPLAY "VREFREQ ABSORBED " VR-REFERENCE
                   " - CREDIT TAKEN AGAINST INVOICES"
           ELSE
               COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(BZ-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(VR-OPENED-DATE)
               MOVE ZERO TO WS-LETTER-NO
               EVALUATE TRUE
                   WHEN VR-LETTERS-SENT = ZERO
                       MOVE 1 TO WS-LETTER-NO
                   WHEN WS-DAYS-OPEN >= WS-FINAL-DAYS
                    AND VR-LETTERS-SENT < 3
                       MOVE 3 TO WS-LETTER-NO
                       MOVE "FINAL REMINDER" TO WS-REG-NOTE(REG-NDX)
                   WHEN WS-DAYS-OPEN >= WS-REMINDER-DAYS
                    AND VR-LETTERS-SENT < 2
                       MOVE 2 TO WS-LETTER-NO
                       MOVE "REMINDER" TO WS-REG-NOTE(REG-NDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF  WS-LETTER-NO > ZERO
                   PERFORM P0A-WRITE-LETTER
                   MOVE WS-LETTER-NO     TO VR-LETTERS-SENT
                   MOVE BZ-BUSINESS-DATE TO VR-LAST-LETTER
               END-IF
           END-IF.
      * One letter is one page and one document on the queue,
      * addressed to the VENDPAY remit-to details.
       P0A-WRITE-LETTER.
           MOVE "N" TO WS-REMIT-FOUND-SW
           PERFORM VARYING VP-NDX FROM 1 BY 1
                   UNTIL VP-NDX > WS-VP-COUNT OR REMIT-FOUND
               IF  WS-VP-VENDOR(VP-NDX) = VR-VENDOR-ID
                   SET REMIT-FOUND TO TRUE
                   MOVE WS-VP-NAME(VP-NDX)    TO PQ-MAIL-NAME
                   MOVE WS-VP-ADDRESS(VP-NDX) TO PQ-MAIL-ADDR-1
                   MOVE WS-VP-POSTAL(VP-NDX)  TO PQ-MAIL-POSTAL
               END-IF
           END-PERFORM
           IF  REMIT-FOUND
               SET VP-NDX DOWN BY 1
           END-IF
           MOVE VR-VENDOR-ID TO PQ-ADDRESS-KEY
           IF  REMIT-FOUND
               MOVE "N"    TO PQ-HELD-SW
               MOVE SPACES TO PQ-MAIL-ADDR-2
           ELSE
               ADD 1 TO WS-NO-REMIT-ADDRESS
               SET PQ-HELD-NO-ADDRESS TO TRUE
           END-IF
           MOVE 1 TO PQ-PAGE-NO
           SET PQ-START-DOCUMENT TO TRUE
           CALL "PRTQUEUE" USING PRTQUEUE-PARMS
           MOVE WS-LT-TITLE(WS-LETTER-NO) TO LH-TITLE
           MOVE BZ-BUSINESS-DATE TO LH-DATE
           MOVE WS-LETTER-HEAD   TO LETTER-OUT-RECORD
           PERFORM P0A-PUT-LINE
           MOVE SPACES           TO LETTER-OUT-RECORD
           PERFORM P0A-PUT-LINE
           IF  REMIT-FOUND
               MOVE WS-VP-NAME(VP-NDX)    TO AL-TEXT
               MOVE WS-ADDRESS-LINE       TO LETTER-OUT-RECORD
               PERFORM P0A-PUT-LINE
               MOVE WS-VP-ADDRESS(VP-NDX) TO AL-TEXT
               MOVE WS-ADDRESS-LINE       TO LETTER-OUT-RECORD
               PERFORM P0A-PUT-LINE
               MOVE SPACES           TO LETTER-OUT-RECORD
               PERFORM P0A-PUT-LINE
           END-IF
           MOVE VR-OPEN-AMT      TO BL-AMOUNT
           MOVE WS-BALANCE-LINE  TO LETTER-OUT-RECORD
           PERFORM P0A-PUT-LINE
           MOVE VR-REFERENCE     TO QL-REFERENCE
           MOVE WS-QUOTE-LINE    TO LETTER-OUT-RECORD
           PERFORM P0A-PUT-LINE
           MOVE VR-OPENED-DATE   TO RQL-DATE
           MOVE WS-REQUESTED-LINE TO LETTER-OUT-RECORD
           PERFORM P0A-PUT-LINE
           MOVE SPACES           TO LETTER-OUT-RECORD
           PERFORM P0A-PUT-LINE
           MOVE WS-LT-TEXT-1(WS-LETTER-NO) TO TL-TEXT
           MOVE WS-TEXT-LINE     TO LETTER-OUT-RECORD
           PERFORM P0A-PUT-LINE
           MOVE WS-LT-TEXT-2(WS-LETTER-NO) TO TL-TEXT
           MOVE WS-TEXT-LINE     TO LETTER-OUT-RECORD
           PERFORM P0A-PUT-LINE
           MOVE WS-REMIT-LINE    TO TL-TEXT
           MOVE WS-TEXT-LINE     TO LETTER-OUT-RECORD
           PERFORM P0A-PUT-LINE
           MOVE SPACES           TO LETTER-OUT-RECORD
           PERFORM P0A-PUT-LINE
           MOVE WS-SIGN-OFF-LINE TO LETTER-OUT-RECORD
           PERFORM P0A-PUT-LINE
           MOVE ALL "-"          TO LETTER-OUT-RECORD
           PERFORM P0A-PUT-LINE
           ADD 1 TO WS-LETTERS-WRITTEN.
       P0A-PUT-LINE.
           WRITE LETTER-OUT-RECORD
           MOVE LETTER-OUT-RECORD TO PQ-PRINT-LINE
           SET PQ-ADD-LINE TO TRUE
           CALL "PRTQUEUE" USING PRTQUEUE-PARMS.
       P0A-WRITE-REGISTER.
           OPEN OUTPUT REFUND-REGISTER-NEW.
           PERFORM VARYING REG-NDX FROM 1 BY 1
                   UNTIL REG-NDX > WS-REG-COUNT
               MOVE WS-REG-RECORD(REG-NDX)
                   TO REFUND-REGISTER-NEW-RECORD
               WRITE REFUND-REGISTER-NEW-RECORD
           END-PERFORM.
           CLOSE REFUND-REGISTER-NEW.
      * Every receivable still open, and every one closed tonight.
       P0A-PRINT-REGISTER.
           OPEN OUTPUT REGISTER-REPORT.
           MOVE BZ-BUSINESS-DATE TO HL-DATE.
           MOVE WS-HEADING-1 TO REGISTER-REPORT-RECORD.
           WRITE REGISTER-REPORT-RECORD.
           MOVE WS-HEADING-2 TO REGISTER-REPORT-RECORD.
           WRITE REGISTER-REPORT-RECORD.
           PERFORM VARYING REG-NDX FROM 1 BY 1
                   UNTIL REG-NDX > WS-REG-COUNT
               MOVE WS-REG-RECORD(REG-NDX) TO VENDOR-REFUND-RECORD
               IF  VR-OPEN
                   ADD 1 TO WS-STILL-OPEN
                   ADD VR-OPEN-AMT TO WS-OPEN-TOTAL
               END-IF
               IF  VR-OPEN OR WS-REG-NOTE(REG-NDX) NOT = SPACES
                   MOVE VR-REFERENCE      TO DL-REFERENCE
                   MOVE VR-OPENED-DATE    TO DL-OPENED
                   MOVE VR-REQUESTED-AMT  TO DL-REQUESTED
                   MOVE VR-OPEN-AMT       TO DL-OPEN
                   COMPUTE WS-DAYS-OPEN =
                       FUNCTION INTEGER-OF-DATE(BZ-BUSINESS-DATE)
                       - FUNCTION INTEGER-OF-DATE(VR-OPENED-DATE)
                   MOVE WS-DAYS-OPEN      TO DL-DAYS
                   MOVE VR-LETTERS-SENT   TO DL-LETTERS
                   MOVE WS-REG-NOTE(REG-NDX) TO DL-NOTE
                   MOVE WS-DETAIL-LINE TO REGISTER-REPORT-RECORD
                   WRITE REGISTER-REPORT-RECORD
               END-IF
           END-PERFORM.
           MOVE WS-STILL-OPEN TO TL-COUNT.
           MOVE WS-OPEN-TOTAL TO TL-AMOUNT.
           MOVE SPACES TO REGISTER-REPORT-RECORD.
           WRITE REGISTER-REPORT-RECORD.
           MOVE WS-TOTAL-LINE TO REGISTER-REPORT-RECORD.
           WRITE REGISTER-REPORT-RECORD.
           CLOSE REGISTER-REPORT.
      * Records read are the refund extract, exceptions the
      * letters written, resolved the receivables opened, and the
      * amount what is still due from vendors.
       P0A-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT CONTROL-TOTALS
           END-IF.
           MOVE SPACES               TO CONTROL-TOTALS-RECORD.
           MOVE "VREFREQ "           TO CT-PROGRAM-ID.
           MOVE WS-TIMESTAMP         TO CT-TIMESTAMP.
           MOVE WS-EXTRACTS-READ     TO CT-RECORDS-READ.
           MOVE WS-LETTERS-WRITTEN   TO CT-EXCEPTIONS-LOGGED.
           MOVE WS-OPENED-TONIGHT    TO CT-RESOLVED-LOGGED.
           MOVE WS-OPEN-TOTAL        TO CT-AMOUNT-TOTAL.
           MOVE ZERO                 TO CT-SEQUENCE-ERRORS.
           CALL "RUNID" USING RUNID-PARMS
           MOVE RI-RUN-ID TO CT-RUN-ID
           WRITE CONTROL-TOTALS-RECORD.
           CLOSE CONTROL-TOTALS.
