       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ICNET.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * ICNET - month-end intercompany netting statement. PAYCONS
      * pays a shared vendor once for the whole group and appends
      * to ICREG every invoice one company's bank settled for
      * another. This step reads the register for the closing
      * month and, for each pair of companies and currency, shows
      * what each paid on the other's behalf and the net the one
      * owes the other - the figure both ledgers' due-to and
      * due-from balances for the month must agree to. A pair
      * that nets to zero is still listed so the accountants can
      * see it was settled in full.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IC-REGISTER ASSIGN TO "ICREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "ICNETRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  IC-REGISTER.
           COPY "icreg.cpy".
       FD  REPORT-OUT.
       01  REPORT-OUT-RECORD     PIC X(96).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
       01  WS-ICREG-EOF-SW         PIC X VALUE "N".
            88 ICREG-EOF           VALUE "Y".
       01  WS-CURRENT-PERIOD       PIC 9(06) VALUE ZERO.
       01  WS-REGISTER-READ        PIC 9(07) VALUE ZERO.
       01  WS-REGISTER-USED        PIC 9(07) VALUE ZERO.
       01  WS-LOW-COMPANY          PIC X(02) VALUE SPACES.
       01  WS-HIGH-COMPANY         PIC X(02) VALUE SPACES.
       01  WS-NET-AMOUNT           PIC S9(13)V99 VALUE ZERO.
       01  WS-PAIR-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 200 TIMES
                   INDEXED BY PAIR-NDX.
               10  WS-PAIR-LOW       PIC X(02).
               10  WS-PAIR-HIGH      PIC X(02).
               10  WS-PAIR-CURRENCY  PIC X(04).
               10  WS-PAIR-LOW-PAID  PIC 9(13)V99.
               10  WS-PAIR-HIGH-PAID PIC 9(13)V99.
       01  WS-HEADING-1.
           05  FILLER  PIC X(36)
                   VALUE "INTERCOMPANY NETTING STATEMENT FOR  ".
           05  HL-PERIOD PIC 9(06).
       01  WS-HEADING-2.
           05  FILLER  PIC X(16) VALUE "CO CO CURR     ".
           05  FILLER  PIC X(19) VALUE "  1ST PAID FOR 2ND".
           05  FILLER  PIC X(19) VALUE "  2ND PAID FOR 1ST".
           05  FILLER  PIC X(30) VALUE "  SETTLEMENT".
       01  WS-DETAIL-LINE.
           05  DL-LOW-COMPANY  PIC X(02).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-HIGH-COMPANY PIC X(02).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-CURRENCY     PIC X(04).
           05  FILLER          PIC X(04) VALUE SPACES.
           05  DL-LOW-PAID     PIC ZZZZZZZZZZZZ9.99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DL-HIGH-PAID    PIC ZZZZZZZZZZZZ9.99.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  DL-SETTLEMENT.
               10  DL-OWER     PIC X(02).
               10  DL-OWES     PIC X(06).
               10  DL-OWED     PIC X(02).
               10  FILLER      PIC X(01).
               10  DL-NET      PIC ZZZZZZZZZZZZ9.99.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "ICNET" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-BUSINESS-DATE(1:6) TO WS-CURRENT-PERIOD.
           OPEN INPUT IC-REGISTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-REGISTER
               PERFORM UNTIL ICREG-EOF
                   IF  IR-VALUE-DATE(1:6) = WS-CURRENT-PERIOD
                       PERFORM P0A-ADD-TO-PAIR
                   END-IF
                   PERFORM P0A-READ-REGISTER
               END-PERFORM
               CLOSE IC-REGISTER
           END-IF.
           OPEN OUTPUT REPORT-OUT.
           MOVE WS-CURRENT-PERIOD TO HL-PERIOD.
           MOVE WS-HEADING-1 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE WS-HEADING-2 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           PERFORM VARYING PAIR-NDX FROM 1 BY 1
                   UNTIL PAIR-NDX > WS-PAIR-COUNT
               PERFORM P0A-WRITE-ONE-PAIR
           END-PERFORM.
           CLOSE REPORT-OUT.
           DISPLAY "ICNET REGISTER=" WS-REGISTER-READ
               " THIS PERIOD=" WS-REGISTER-USED
               " COMPANY PAIRS=" WS-PAIR-COUNT.
           MOVE "ICNET" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-READ-REGISTER.
           READ IC-REGISTER
               AT END
                   SET ICREG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REGISTER-READ
           END-READ.
      * A pair is keyed low company first so 01-paid-for-02 and
      * 02-paid-for-01 land on the same line and net off.
       P0A-ADD-TO-PAIR.
           ADD 1 TO WS-REGISTER-USED
           IF  IR-PAYING-COMPANY < IR-OWING-COMPANY
               MOVE IR-PAYING-COMPANY TO WS-LOW-COMPANY
               MOVE IR-OWING-COMPANY  TO WS-HIGH-COMPANY
           ELSE
               MOVE IR-OWING-COMPANY  TO WS-LOW-COMPANY
               MOVE IR-PAYING-COMPANY TO WS-HIGH-COMPANY
           END-IF
           SET PAIR-NDX TO 1
           SEARCH WS-PAIR-ENTRY
               AT END
                   IF  WS-PAIR-COUNT < 200
                       ADD 1 TO WS-PAIR-COUNT
                       SET PAIR-NDX TO WS-PAIR-COUNT
                       MOVE WS-LOW-COMPANY  TO WS-PAIR-LOW(PAIR-NDX)
                       MOVE WS-HIGH-COMPANY TO WS-PAIR-HIGH(PAIR-NDX)
                       MOVE IR-CURRENCY-CODE
                           TO WS-PAIR-CURRENCY(PAIR-NDX)
                       MOVE ZERO TO WS-PAIR-LOW-PAID(PAIR-NDX)
                       MOVE ZERO TO WS-PAIR-HIGH-PAID(PAIR-NDX)
                       PERFORM P0A-ADD-PAYMENT-TO-PAIR
                   ELSE
                       DISPLAY "ICNET PAIR TABLE FULL - "
                           IR-INVOICE-NO " NOT NETTED"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-PAIR-LOW(PAIR-NDX) = WS-LOW-COMPANY
                AND WS-PAIR-HIGH(PAIR-NDX) = WS-HIGH-COMPANY
                AND WS-PAIR-CURRENCY(PAIR-NDX) = IR-CURRENCY-CODE
                   PERFORM P0A-ADD-PAYMENT-TO-PAIR
           END-SEARCH.
       P0A-ADD-PAYMENT-TO-PAIR.
           IF  IR-PAYING-COMPANY = WS-PAIR-LOW(PAIR-NDX)
               ADD IR-NET-AMOUNT TO WS-PAIR-LOW-PAID(PAIR-NDX)
           ELSE
               ADD IR-NET-AMOUNT TO WS-PAIR-HIGH-PAID(PAIR-NDX)
           END-IF.
       P0A-WRITE-ONE-PAIR.
           MOVE WS-PAIR-LOW(PAIR-NDX)       TO DL-LOW-COMPANY
           MOVE WS-PAIR-HIGH(PAIR-NDX)      TO DL-HIGH-COMPANY
           MOVE WS-PAIR-CURRENCY(PAIR-NDX)  TO DL-CURRENCY
           MOVE WS-PAIR-LOW-PAID(PAIR-NDX)  TO DL-LOW-PAID
           MOVE WS-PAIR-HIGH-PAID(PAIR-NDX) TO DL-HIGH-PAID
           MOVE SPACES TO DL-SETTLEMENT
           COMPUTE WS-NET-AMOUNT =
               WS-PAIR-LOW-PAID(PAIR-NDX) - WS-PAIR-HIGH-PAID(PAIR-NDX)
           EVALUATE TRUE
               WHEN WS-NET-AMOUNT > ZERO
                   MOVE WS-PAIR-HIGH(PAIR-NDX) TO DL-OWER
                   MOVE " OWES "               TO DL-OWES
                   MOVE WS-PAIR-LOW(PAIR-NDX)  TO DL-OWED
                   MOVE WS-NET-AMOUNT          TO DL-NET
               WHEN WS-NET-AMOUNT < ZERO
                   MOVE WS-PAIR-LOW(PAIR-NDX)  TO DL-OWER
                   MOVE " OWES "               TO DL-OWES
                   MOVE WS-PAIR-HIGH(PAIR-NDX) TO DL-OWED
                   MOVE WS-NET-AMOUNT          TO DL-NET
               WHEN OTHER
                   MOVE "SETTLED IN FULL" TO DL-SETTLEMENT
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.
