       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CHQVOID.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * CHQVOID - cheque cancellation for positive pay. A cheque
      * lost in the post, written to the wrong payee or stopped at
      * the vendor's request must be on the bank's void list, or
      * whoever holds it can still cash it. AP puts one card per
      * cheque on CHQVOIDC (cheque number, reason); this step runs
      * the CHQREG cheque register through, marks each cheque it
      * finds still issued (or stale-dated by CHQREC) as V with
      * tonight's date, writes the register forward to CHQREG.NEW
      * (copied back over CHQREG by the following step) and sends
      * the bank one V record per cancelled cheque on the POSVOID
      * void file (pospay.cpy) with its header and count/amount/
      * cheque-number hash trailer. A
      * card for a cheque not on the register, already void or
      * already cleared is reported and counted as an exception
      * and nothing is sent for it. The void only stops the
      * cheque; reinstating the amount owed to the vendor remains
      * a returns matter.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOID-CARDS ASSIGN TO "CHQVOIDC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHEQUE-REGISTER-NEW ASSIGN TO "CHQREGN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT VOID-FILE-OUT ASSIGN TO "POSVOID"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VOID-CARDS.
       01  VOID-CARD-RECORD.
           05  VC-CHEQUE-NO       PIC 9(10).
           05  VC-REASON          PIC X(30).
           05  FILLER             PIC X(40).
       FD  CHEQUE-REGISTER.
           COPY "chqreg.cpy".
       FD  CHEQUE-REGISTER-NEW.
       01  CHEQUE-REGISTER-NEW-REC PIC X(93).
       FD  VOID-FILE-OUT.
           COPY "pospay.cpy".
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "tstamp.cpy".
       01  WS-CARDS-EOF-SW         PIC X VALUE "N".
            88 CARDS-EOF           VALUE "Y".
       01  WS-CHQREG-EOF-SW        PIC X VALUE "N".
            88 CHQREG-EOF          VALUE "Y".
       01  WS-CARDS-READ           PIC 9(07) VALUE ZERO.
       01  WS-CARDS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-REGISTER-READ        PIC 9(07) VALUE ZERO.
       01  WS-CHEQUES-VOIDED       PIC 9(07) VALUE ZERO.
       01  WS-VOID-AMOUNT-HASH     PIC 9(13)V99 VALUE ZERO.
       01  WS-CHEQUE-NO-HASH       PIC 9(15) VALUE ZERO.
       01  WS-VOID-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-VOID-TABLE.
           05  WS-VOID-ENTRY OCCURS 500 TIMES
                   INDEXED BY VOID-NDX.
               10  WS-VOID-CHEQUE-NO PIC 9(10).
               10  WS-VOID-REASON    PIC X(30).
               10  WS-VOID-DONE-SW   PIC X(01).
                   88  VOID-DONE     VALUE "Y".
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "CHQVOID" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP.
           PERFORM P0A-LOAD-VOID-CARDS.
           OPEN OUTPUT VOID-FILE-OUT.
           PERFORM P0A-WRITE-VOID-HEADER.
           OPEN OUTPUT CHEQUE-REGISTER-NEW.
           OPEN INPUT CHEQUE-REGISTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-REGISTER
               PERFORM UNTIL CHQREG-EOF
                   IF  (CQ-ISSUED OR CQ-STALE)
                       AND WS-VOID-COUNT > ZERO
                       PERFORM P0A-CHECK-ONE-CHEQUE
                   END-IF
                   MOVE CHEQUE-REGISTER-RECORD
                       TO CHEQUE-REGISTER-NEW-REC
                   WRITE CHEQUE-REGISTER-NEW-REC
                   PERFORM P0A-READ-REGISTER
               END-PERFORM
               CLOSE CHEQUE-REGISTER
           END-IF.
           CLOSE CHEQUE-REGISTER-NEW.
           PERFORM P0A-WRITE-VOID-TRAILER.
           CLOSE VOID-FILE-OUT.
           PERFORM VARYING VOID-NDX FROM 1 BY 1
                   UNTIL VOID-NDX > WS-VOID-COUNT
               IF  NOT VOID-DONE(VOID-NDX)
                   ADD 1 TO WS-CARDS-REJECTED
                   DISPLAY "CHQVOID CHEQUE NOT ON REGISTER AS ISSUED - "
                       WS-VOID-CHEQUE-NO(VOID-NDX) " NOT VOIDED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-PERFORM.
           PERFORM P0A-WRITE-CONTROL-TOTALS.
           DISPLAY "CHQVOID CARDS=" WS-CARDS-READ
               " VOIDED=" WS-CHEQUES-VOIDED
               " FOR " WS-VOID-AMOUNT-HASH
               " REJECTED=" WS-CARDS-REJECTED.
           MOVE "CHQVOID" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-LOAD-VOID-CARDS.
           OPEN INPUT VOID-CARDS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-VOID-CARD
               PERFORM UNTIL CARDS-EOF
                   IF  VC-CHEQUE-NO NOT NUMERIC
                       ADD 1 TO WS-CARDS-REJECTED
                       DISPLAY "CHQVOID INVALID CHEQUE NUMBER - "
                           VC-CHEQUE-NO
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       IF  WS-VOID-COUNT < 500
                           ADD 1 TO WS-VOID-COUNT
                           SET VOID-NDX TO WS-VOID-COUNT
                           MOVE VC-CHEQUE-NO
                               TO WS-VOID-CHEQUE-NO(VOID-NDX)
                           MOVE VC-REASON
                               TO WS-VOID-REASON(VOID-NDX)
                           MOVE "N" TO WS-VOID-DONE-SW(VOID-NDX)
                       ELSE
                           ADD 1 TO WS-CARDS-REJECTED
                           DISPLAY "CHQVOID CARD TABLE FULL - "
                               VC-CHEQUE-NO " NOT VOIDED"
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
                   PERFORM P0A-READ-VOID-CARD
               END-PERFORM
               CLOSE VOID-CARDS
           END-IF.
       P0A-READ-VOID-CARD.
           READ VOID-CARDS
               AT END
                   SET CARDS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.
       P0A-READ-REGISTER.
           READ CHEQUE-REGISTER
               AT END
                   SET CHQREG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REGISTER-READ
           END-READ.
      * Two cards for one cheque void it once - the second finds
      * the first already done and is left to be reported.
       P0A-CHECK-ONE-CHEQUE.
           SET VOID-NDX TO 1
           SEARCH WS-VOID-ENTRY
               AT END
                   CONTINUE
               WHEN VOID-NDX > WS-VOID-COUNT
                   CONTINUE
               WHEN WS-VOID-CHEQUE-NO(VOID-NDX) = CQ-CHEQUE-NO
                AND NOT VOID-DONE(VOID-NDX)
                   PERFORM P0A-VOID-ONE-CHEQUE
           END-SEARCH.
       P0A-VOID-ONE-CHEQUE.
           SET VOID-DONE(VOID-NDX) TO TRUE
           SET CQ-VOIDED TO TRUE
           MOVE BZ-BUSINESS-DATE TO CQ-STATUS-DATE
           MOVE SPACES            TO POSITIVE-PAY-RECORD
           SET PS-VOID-REC        TO TRUE
           MOVE CQ-COMPANY-CODE   TO PS-COMPANY-CODE
           MOVE CQ-CHEQUE-NO      TO PS-CHEQUE-NO
           MOVE CQ-AMOUNT         TO PS-AMOUNT
           MOVE CQ-ISSUE-DATE     TO PS-ISSUE-DATE
           MOVE CQ-PAYEE-NAME     TO PS-PAYEE-NAME
           MOVE CQ-CURRENCY-CODE  TO PS-CURRENCY-CODE
           MOVE BZ-BUSINESS-DATE  TO PS-VOID-DATE
           WRITE POSITIVE-PAY-RECORD
           ADD 1 TO WS-CHEQUES-VOIDED
           ADD CQ-AMOUNT    TO WS-VOID-AMOUNT-HASH
           ADD CQ-CHEQUE-NO TO WS-CHEQUE-NO-HASH
           DISPLAY "CHQVOID VOIDED CHEQUE " CQ-CHEQUE-NO
               " VENDOR=" CQ-VENDOR-ID " " CQ-AMOUNT
               " " WS-VOID-REASON(VOID-NDX).
       P0A-WRITE-VOID-HEADER.
           MOVE SPACES           TO POSITIVE-PAY-HEADER
           MOVE "H"              TO PH-RECORD-TYPE
           MOVE "VOID "          TO PH-FILE-TYPE
           MOVE BZ-BUSINESS-DATE TO PH-FILE-DATE
           MOVE WS-TIMESTAMP     TO PH-CREATED-TS
           WRITE POSITIVE-PAY-HEADER.
       P0A-WRITE-VOID-TRAILER.
           MOVE SPACES              TO POSITIVE-PAY-TRAILER
           MOVE "T"                 TO PT-RECORD-TYPE
           MOVE WS-CHEQUES-VOIDED   TO PT-ITEM-COUNT
           MOVE WS-VOID-AMOUNT-HASH TO PT-AMOUNT-HASH
           MOVE WS-CHEQUE-NO-HASH   TO PT-CHEQUE-NO-HASH
           WRITE POSITIVE-PAY-TRAILER.
       P0A-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT CONTROL-TOTALS
           END-IF.
           MOVE "CHQVOID "           TO CT-PROGRAM-ID.
           MOVE WS-TIMESTAMP         TO CT-TIMESTAMP.
           MOVE WS-CARDS-READ        TO CT-RECORDS-READ.
           MOVE WS-CARDS-REJECTED    TO CT-EXCEPTIONS-LOGGED.
           MOVE WS-CHEQUES-VOIDED    TO CT-RESOLVED-LOGGED.
           MOVE WS-VOID-AMOUNT-HASH  TO CT-AMOUNT-TOTAL.
           MOVE ZERO                 TO CT-SEQUENCE-ERRORS.
           CALL "RUNID" USING RUNID-PARMS
           MOVE RI-RUN-ID TO CT-RUN-ID
           WRITE CONTROL-TOTALS-RECORD.
           CLOSE CONTROL-TOTALS.
