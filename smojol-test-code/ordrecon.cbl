       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORDRECON.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * ORDRECON - nightly order-to-bill reconciliation, run straight
      * after CHGGEN. EVAL-GOTO flags the orders on ORDERMST that are
      * released to bill - a status that is none of the billing
      * statuses on BILLXREF - but nothing proved each one was then
      * billed, and a quarter's shipped orders once went by without
      * a CHGFEED charge. This step matches every released order
      * against tonight's CHGGEN charge register by account and
      * amount, keeping the ORDRREG register (ordrreg.cpy) of each
      * released order, when it was first seen and what has billed
      * against it on any night so far. The ORDRRPT report lists:
      *   - each charge on the register for an account with no
      *     released order, aged from its service date;
      *   - each released order nothing has billed against yet,
      *     aged from the night it was first seen released;
      *   - each released order whose billed total is not the order
      *     amount, with the difference, aged the same way;
      * followed by counts and amounts of each by age band in
      * business days (0-2, 3-5, 6-10 and over 10). An order whose
      * amount changes after it has billed in full is taken as a
      * new order and aged afresh. Any exception ends the step with
      * return code 4; a register too big for the table also gives
      * return code 4. The new register goes to ORDRREGN for the
      * JCL to swap back.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-MASTER ASSIGN TO "ORDERMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHARGE-REGISTER ASSIGN TO "CHGREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RECON-REG ASSIGN TO "ORDRREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RECON-REG-NEW ASSIGN TO "ORDRREGN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RECON-REPORT ASSIGN TO "ORDRRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-MASTER.
           COPY "billmstr.cpy".
       FD  CHARGE-REGISTER.
       01  CHARGE-REGISTER-RECORD.
           05  CR-ACCOUNT-NO      PIC X(10).
           05  FILLER             PIC X(01).
           05  CR-BILL-NO         PIC X(06).
           05  FILLER             PIC X(01).
           05  CR-CHARGE-CODE     PIC X(04).
           05  FILLER             PIC X(01).
           05  CR-AMOUNT          PIC 9(07)V99.
           05  FILLER             PIC X(01).
           05  CR-SERVICE-DATE    PIC 9(08).
           05  FILLER             PIC X(01).
           05  CR-DUE-DATE        PIC 9(08).
           05  FILLER             PIC X(01).
           05  CR-CREDIT-NETTED   PIC 9(07)V99.
           05  FILLER             PIC X(24).
       FD  RECON-REG.
           COPY "ordrreg.cpy".
       FD  RECON-REG-NEW.
       01  RECON-REG-NEW-REC      PIC X(53).
       FD  RECON-REPORT.
       01  RECON-REPORT-RECORD    PIC X(100).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "datecpm.cpy".
           COPY "timelgpm.cpy".
           COPY "billxref.cpy".
       01  WS-ORDERMST-EOF-SW      PIC X VALUE "N".
            88 ORDERMST-EOF        VALUE "Y".
       01  WS-CHGREG-EOF-SW        PIC X VALUE "N".
            88 CHGREG-EOF          VALUE "Y".
       01  WS-REG-EOF-SW           PIC X VALUE "N".
            88 REG-EOF             VALUE "Y".
       01  WS-RELEASED-SW          PIC X VALUE "N".
            88 ORDER-RELEASED      VALUE "Y".
       01  WS-FOUND-SW             PIC X VALUE "N".
            88 ENTRY-FOUND         VALUE "Y".
       01  WS-TABLE-FULL-SW        PIC X VALUE "N".
            88 TABLE-FULL          VALUE "Y".
       01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(02) VALUE ZERO.
       01  WS-ORDERS-RELEASED      PIC 9(07) VALUE ZERO.
       01  WS-CHARGES-READ         PIC 9(07) VALUE ZERO.
       01  WS-ORDERS-MATCHED       PIC 9(07) VALUE ZERO.
       01  WS-EXCEPTIONS           PIC 9(07) VALUE ZERO.
       01  WS-CHARGE-AMOUNT        PIC 9(09)V99 VALUE ZERO.
       01  WS-DIFFERENCE           PIC S9(09)V99 VALUE ZERO.
       01  WS-AGE-FROM             PIC 9(08) VALUE ZERO.
       01  WS-AGE-DAYS             PIC 9(05) VALUE ZERO.
       01  WS-EXC-AMOUNT           PIC 9(09)V99 VALUE ZERO.
      * Exception types and age bands for the summary.
       01  WS-EXC-TYPE             PIC 9(01) VALUE ZERO.
       01  WS-BAND                 PIC 9(01) VALUE ZERO.
       01  WS-TYPE-NAME-VALUES.
           05  FILLER PIC X(12) VALUE "NO ORDER    ".
           05  FILLER PIC X(12) VALUE "NOT BILLED  ".
           05  FILLER PIC X(12) VALUE "AMOUNT DIFF ".
       01  WS-TYPE-NAMES REDEFINES WS-TYPE-NAME-VALUES.
           05  WS-TYPE-NAME        PIC X(12) OCCURS 3 TIMES.
       01  WS-BAND-NAME-VALUES.
           05  FILLER PIC X(08) VALUE "0-2     ".
           05  FILLER PIC X(08) VALUE "3-5     ".
           05  FILLER PIC X(08) VALUE "6-10    ".
           05  FILLER PIC X(08) VALUE "OVER 10 ".
       01  WS-BAND-NAMES REDEFINES WS-BAND-NAME-VALUES.
           05  WS-BAND-NAME        PIC X(08) OCCURS 4 TIMES.
       01  WS-AGING-TABLE.
           05  WS-AGING-TYPE OCCURS 3 TIMES.
               10  WS-AGING-BAND OCCURS 4 TIMES.
                   15  WS-AGING-COUNT  PIC 9(05).
                   15  WS-AGING-AMOUNT PIC 9(11)V99.
       01  WS-ORD-COUNT            PIC 9(04) COMP VALUE 0.
       01  WS-ORD-TABLE.
           05  WS-ORD-ENTRY OCCURS 5000 TIMES
                   INDEXED BY ORD-NDX.
               10  WS-ORD-RECORD   PIC X(53).
               10  WS-ORD-SEEN     PIC X(01).
       01  WS-HEADING-1.
           05  FILLER  PIC X(36)
                   VALUE "ORDER TO BILL RECONCILIATION       ".
           05  HL-DATE PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER  PIC X(24) VALUE "EXCEPTION    ACCOUNT    ".
           05  FILLER  PIC X(24) VALUE " ORDER AMT   BILLED AMT ".
           05  FILLER  PIC X(22) VALUE "   DIFFERENCE BILL NO ".
           05  FILLER  PIC X(19) VALUE "AGED FROM DAYS BAND".
       01  WS-DETAIL-LINE.
           05  DL-TYPE         PIC X(12).
           05  FILLER          PIC X(01).
           05  DL-ACCOUNT      PIC X(10).
           05  FILLER          PIC X(01).
           05  DL-ORDER-AMT    PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(01).
           05  DL-BILLED-AMT   PIC ZZZZZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(01).
           05  DL-DIFFERENCE   PIC -(9)9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(01).
           05  DL-BILL-NO      PIC X(06).
           05  FILLER          PIC X(02).
           05  DL-AGE-FROM     PIC 9(08).
           05  FILLER          PIC X(01).
           05  DL-AGE-DAYS     PIC ZZZZ9.
           05  FILLER          PIC X(01).
           05  DL-BAND         PIC X(08).
       01  WS-AGING-HEADING.
           05  FILLER  PIC X(12) VALUE "AGED (DAYS) ".
           05  AH-BAND-HEAD OCCURS 4 TIMES.
               10  FILLER      PIC X(07).
               10  AH-BAND     PIC X(08).
               10  FILLER      PIC X(04).
       01  WS-AGING-LINE.
           05  AL-TYPE         PIC X(12).
           05  AL-BAND-COLUMN OCCURS 4 TIMES.
               10  FILLER      PIC X(01).
               10  AL-COUNT    PIC ZZZZ9.
               10  FILLER      PIC X(01).
               10  AL-AMOUNT   PIC ZZZZZZZZ9.99.
       01  WS-TOTAL-LINE.
           05  FILLER       PIC X(09) VALUE "RELEASED ".
           05  TL-RELEASED  PIC ZZZZZZ9.
           05  FILLER       PIC X(09) VALUE " MATCHED ".
           05  TL-MATCHED   PIC ZZZZZZ9.
           05  FILLER       PIC X(09) VALUE " CHARGES ".
           05  TL-CHARGES   PIC ZZZZZZ9.
           05  FILLER       PIC X(12) VALUE " EXCEPTIONS ".
           05  TL-EXCEPTIONS PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "ORDRECON" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-BUSINESS-DATE TO WS-RUN-DATE.
           INITIALIZE WS-AGING-TABLE.
           PERFORM P0A-LOAD-REGISTER.
           PERFORM P0A-READ-RELEASED-ORDERS.
           OPEN OUTPUT RECON-REPORT.
           MOVE WS-RUN-DATE TO HL-DATE.
           MOVE WS-HEADING-1 TO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
           MOVE WS-HEADING-2 TO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
           PERFORM P0A-MATCH-CHARGES.
           PERFORM VARYING ORD-NDX FROM 1 BY 1
                   UNTIL ORD-NDX > WS-ORD-COUNT
               IF  WS-ORD-SEEN(ORD-NDX) = "Y"
                   PERFORM P0A-CHECK-ONE-ORDER
               END-IF
           END-PERFORM.
           PERFORM P0A-WRITE-AGING-SUMMARY.
           MOVE WS-ORDERS-RELEASED TO TL-RELEASED.
           MOVE WS-ORDERS-MATCHED  TO TL-MATCHED.
           MOVE WS-CHARGES-READ    TO TL-CHARGES.
           MOVE WS-EXCEPTIONS      TO TL-EXCEPTIONS.
           MOVE WS-TOTAL-LINE TO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
           CLOSE RECON-REPORT.
           PERFORM P0A-WRITE-REGISTER.
           IF  WS-EXCEPTIONS > ZERO OR TABLE-FULL
               MOVE 4 TO WS-STEP-RC
           END-IF.
           DISPLAY "ORDRECON RELEASED=" WS-ORDERS-RELEASED
               " MATCHED=" WS-ORDERS-MATCHED
               " CHARGES=" WS-CHARGES-READ
               " EXCEPTIONS=" WS-EXCEPTIONS.
           MOVE "ORDRECON" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           MOVE WS-STEP-RC TO RETURN-CODE
           GOBACK.
       P0A-LOAD-REGISTER.
           OPEN INPUT RECON-REG.
           IF  FS-SUCCESS
               PERFORM P0A-READ-REGISTER
               PERFORM UNTIL REG-EOF
                   IF  WS-ORD-COUNT < 5000
                       ADD 1 TO WS-ORD-COUNT
                       SET ORD-NDX TO WS-ORD-COUNT
                       MOVE ORDER-RECON-RECORD
                           TO WS-ORD-RECORD(ORD-NDX)
                       MOVE "N" TO WS-ORD-SEEN(ORD-NDX)
                   ELSE
                       SET TABLE-FULL TO TRUE
                   END-IF
                   PERFORM P0A-READ-REGISTER
               END-PERFORM
               CLOSE RECON-REG
           END-IF.
       P0A-READ-REGISTER.
           READ RECON-REG
               AT END
                   SET REG-EOF TO TRUE
           END-READ.
      * WS-FOUND-SW and ORD-NDX leave pointing at the register entry
      * for the account in ORDER-RECON-RECORD's key, when there is
      * one.
       P0A-FIND-ORDER.
           MOVE "N" TO WS-FOUND-SW
           IF  WS-ORD-COUNT > ZERO
               SET ORD-NDX TO 1
               SEARCH WS-ORD-ENTRY
                   AT END
                       CONTINUE
                   WHEN ORD-NDX > WS-ORD-COUNT
                       CONTINUE
                   WHEN WS-ORD-RECORD(ORD-NDX)(1:10) = OR-ACCOUNT-NO
                       SET ENTRY-FOUND TO TRUE
               END-SEARCH
           END-IF.
      * Released to bill is the EVAL-GOTO test: a status that is
      * none of the billing statuses on BILLXREF.
       P0A-READ-RELEASED-ORDERS.
           OPEN INPUT ORDER-MASTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-ORDER
               PERFORM UNTIL ORDERMST-EOF
                   SET ORDER-RELEASED TO TRUE
                   SET BILLXREF-NDX TO 1
                   SEARCH BILLXREF-ENTRY
                       AT END
                           CONTINUE
                       WHEN BILLXREF-CODE(BILLXREF-NDX) =
                               BILLMSTR-CODE-STAT-DSTR
                           MOVE "N" TO WS-RELEASED-SW
                   END-SEARCH
                   IF  ORDER-RELEASED
                       PERFORM P0A-NOTE-RELEASED-ORDER
                   END-IF
                   PERFORM P0A-READ-ORDER
               END-PERFORM
               CLOSE ORDER-MASTER
           END-IF.
       P0A-READ-ORDER.
           READ ORDER-MASTER
               AT END
                   SET ORDERMST-EOF TO TRUE
           END-READ.
       P0A-NOTE-RELEASED-ORDER.
           ADD 1 TO WS-ORDERS-RELEASED
           IF  BM-AMOUNT NOT NUMERIC
               MOVE ZERO TO BM-AMOUNT
           END-IF
           MOVE BM-ACCOUNT-NO TO OR-ACCOUNT-NO
           PERFORM P0A-FIND-ORDER
           IF  ENTRY-FOUND
               MOVE WS-ORD-RECORD(ORD-NDX) TO ORDER-RECON-RECORD
               IF  OR-ORDER-AMOUNT NOT = BM-AMOUNT
                   IF  OR-STAT-MATCHED
                       PERFORM P0A-START-NEW-ORDER
                   ELSE
                       MOVE BM-AMOUNT TO OR-ORDER-AMOUNT
                   END-IF
               END-IF
               MOVE ORDER-RECON-RECORD TO WS-ORD-RECORD(ORD-NDX)
               MOVE "Y" TO WS-ORD-SEEN(ORD-NDX)
           ELSE
               IF  WS-ORD-COUNT < 5000
                   PERFORM P0A-START-NEW-ORDER
                   ADD 1 TO WS-ORD-COUNT
                   SET ORD-NDX TO WS-ORD-COUNT
                   MOVE ORDER-RECON-RECORD TO WS-ORD-RECORD(ORD-NDX)
                   MOVE "Y" TO WS-ORD-SEEN(ORD-NDX)
               ELSE
                   SET TABLE-FULL TO TRUE
               END-IF
           END-IF.
       P0A-START-NEW-ORDER.
           MOVE BM-ACCOUNT-NO TO OR-ACCOUNT-NO
           MOVE BM-AMOUNT     TO OR-ORDER-AMOUNT
           MOVE WS-RUN-DATE   TO OR-FIRST-SEEN
           MOVE ZERO          TO OR-BILLED-AMOUNT
           MOVE SPACES        TO OR-LAST-BILL-NO
           MOVE ZERO          TO OR-LAST-BILLED
           SET OR-STAT-UNBILLED TO TRUE.
      * A charge bills the full amount raised - the register's
      * amount plus any customer credit netted off it.
       P0A-MATCH-CHARGES.
           OPEN INPUT CHARGE-REGISTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-CHARGE
               PERFORM UNTIL CHGREG-EOF
                   ADD 1 TO WS-CHARGES-READ
                   PERFORM P0A-MATCH-ONE-CHARGE
                   PERFORM P0A-READ-CHARGE
               END-PERFORM
               CLOSE CHARGE-REGISTER
           END-IF.
       P0A-READ-CHARGE.
           READ CHARGE-REGISTER
               AT END
                   SET CHGREG-EOF TO TRUE
           END-READ.
       P0A-MATCH-ONE-CHARGE.
           IF  CR-AMOUNT NOT NUMERIC
               MOVE ZERO TO CR-AMOUNT
           END-IF
           IF  CR-CREDIT-NETTED NOT NUMERIC
               MOVE ZERO TO CR-CREDIT-NETTED
           END-IF
           COMPUTE WS-CHARGE-AMOUNT = CR-AMOUNT + CR-CREDIT-NETTED
           MOVE CR-ACCOUNT-NO TO OR-ACCOUNT-NO
           PERFORM P0A-FIND-ORDER
           IF  ENTRY-FOUND
               IF  WS-ORD-SEEN(ORD-NDX) NOT = "Y"
                   MOVE "N" TO WS-FOUND-SW
               END-IF
           END-IF
           IF  ENTRY-FOUND
               MOVE WS-ORD-RECORD(ORD-NDX) TO ORDER-RECON-RECORD
               ADD WS-CHARGE-AMOUNT TO OR-BILLED-AMOUNT
               MOVE CR-BILL-NO  TO OR-LAST-BILL-NO
               MOVE WS-RUN-DATE TO OR-LAST-BILLED
               MOVE ORDER-RECON-RECORD TO WS-ORD-RECORD(ORD-NDX)
           ELSE
               MOVE SPACES           TO WS-DETAIL-LINE
               MOVE CR-ACCOUNT-NO    TO DL-ACCOUNT
               MOVE WS-CHARGE-AMOUNT TO DL-BILLED-AMT
               MOVE CR-BILL-NO       TO DL-BILL-NO
               MOVE WS-CHARGE-AMOUNT TO WS-EXC-AMOUNT
               MOVE CR-SERVICE-DATE  TO WS-AGE-FROM
               MOVE 1 TO WS-EXC-TYPE
               PERFORM P0A-REPORT-EXCEPTION
           END-IF.
       P0A-CHECK-ONE-ORDER.
           MOVE WS-ORD-RECORD(ORD-NDX) TO ORDER-RECON-RECORD
           EVALUATE TRUE
               WHEN OR-BILLED-AMOUNT = ZERO
                   SET OR-STAT-UNBILLED TO TRUE
               WHEN OR-BILLED-AMOUNT = OR-ORDER-AMOUNT
                   SET OR-STAT-MATCHED TO TRUE
               WHEN OTHER
                   SET OR-STAT-DIFFERENT TO TRUE
           END-EVALUATE
           MOVE ORDER-RECON-RECORD TO WS-ORD-RECORD(ORD-NDX)
           IF  OR-STAT-MATCHED
               ADD 1 TO WS-ORDERS-MATCHED
           ELSE
               MOVE SPACES           TO WS-DETAIL-LINE
               MOVE OR-ACCOUNT-NO    TO DL-ACCOUNT
               MOVE OR-ORDER-AMOUNT  TO DL-ORDER-AMT
               MOVE OR-FIRST-SEEN    TO WS-AGE-FROM
               IF  OR-STAT-UNBILLED
                   MOVE OR-ORDER-AMOUNT TO WS-EXC-AMOUNT
                   MOVE 2 TO WS-EXC-TYPE
               ELSE
                   COMPUTE WS-DIFFERENCE =
                       OR-BILLED-AMOUNT - OR-ORDER-AMOUNT
                   MOVE OR-BILLED-AMOUNT TO DL-BILLED-AMT
                   MOVE WS-DIFFERENCE    TO DL-DIFFERENCE
                   MOVE OR-LAST-BILL-NO  TO DL-BILL-NO
                   MOVE WS-DIFFERENCE    TO WS-EXC-AMOUNT
                   MOVE 3 TO WS-EXC-TYPE
               END-IF
               PERFORM P0A-REPORT-EXCEPTION
           END-IF.
      * Ages from WS-AGE-FROM to tonight in business days, writes
      * the detail line already built for WS-EXC-TYPE and adds it
      * to its age band.
       P0A-REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           MOVE ZERO TO WS-AGE-DAYS
           IF  WS-AGE-FROM NUMERIC
               AND WS-AGE-FROM > ZERO
               AND WS-AGE-FROM < WS-RUN-DATE
               SET DC-DAYS-BETWEEN TO TRUE
               MOVE WS-AGE-FROM TO DC-DATE-1
               MOVE WS-RUN-DATE TO DC-DATE-2
               CALL "DATECALC" USING DATECALC-PARMS
               IF  DC-OK AND DC-DAYS-OUT > ZERO
                   MOVE DC-DAYS-OUT TO WS-AGE-DAYS
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 2
                   MOVE 1 TO WS-BAND
               WHEN WS-AGE-DAYS <= 5
                   MOVE 2 TO WS-BAND
               WHEN WS-AGE-DAYS <= 10
                   MOVE 3 TO WS-BAND
               WHEN OTHER
                   MOVE 4 TO WS-BAND
           END-EVALUATE
           MOVE WS-TYPE-NAME(WS-EXC-TYPE) TO DL-TYPE
           MOVE WS-AGE-FROM               TO DL-AGE-FROM
           MOVE WS-AGE-DAYS               TO DL-AGE-DAYS
           MOVE WS-BAND-NAME(WS-BAND)     TO DL-BAND
           MOVE WS-DETAIL-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           ADD 1 TO WS-AGING-COUNT(WS-EXC-TYPE, WS-BAND)
           ADD WS-EXC-AMOUNT TO WS-AGING-AMOUNT(WS-EXC-TYPE, WS-BAND).
       P0A-WRITE-AGING-SUMMARY.
           MOVE SPACES TO WS-AGING-HEADING
           MOVE "AGED (DAYS) " TO WS-AGING-HEADING(1:12)
           PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 4
               MOVE WS-BAND-NAME(WS-BAND) TO AH-BAND(WS-BAND)
           END-PERFORM
           MOVE WS-AGING-HEADING TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           PERFORM VARYING WS-EXC-TYPE FROM 1 BY 1
                   UNTIL WS-EXC-TYPE > 3
               MOVE SPACES TO WS-AGING-LINE
               MOVE WS-TYPE-NAME(WS-EXC-TYPE) TO AL-TYPE
               PERFORM VARYING WS-BAND FROM 1 BY 1
                       UNTIL WS-BAND > 4
                   MOVE WS-AGING-COUNT(WS-EXC-TYPE, WS-BAND)
                       TO AL-COUNT(WS-BAND)
                   MOVE WS-AGING-AMOUNT(WS-EXC-TYPE, WS-BAND)
                       TO AL-AMOUNT(WS-BAND)
               END-PERFORM
               MOVE WS-AGING-LINE TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-PERFORM.
      * Only orders still released tonight are carried forward.
       P0A-WRITE-REGISTER.
           OPEN OUTPUT RECON-REG-NEW.
           PERFORM VARYING ORD-NDX FROM 1 BY 1
                   UNTIL ORD-NDX > WS-ORD-COUNT
               IF  WS-ORD-SEEN(ORD-NDX) = "Y"
                   MOVE WS-ORD-RECORD(ORD-NDX) TO RECON-REG-NEW-REC
                   WRITE RECON-REG-NEW-REC
               END-IF
           END-PERFORM.
           CLOSE RECON-REG-NEW.
