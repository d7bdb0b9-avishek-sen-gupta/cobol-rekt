       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SLRECON.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * SLRECON - month-end subledger-to-ledger reconciliation.
      * GLPOST proves each night's debits equal its credits, but
      * nothing proved the control accounts in the period ledger
      * agree with the files that say what we owe and are owed.
      * This step runs after the month-end posting and, for each
      * control, company and currency, sets the PERLEDG balance of
      * the control account (every period to date) against the
      * subledger total:
      *   AP - ACCTSPAY and the month-end accrual ACCRUEAP against
      *        the open (non-advisory) review queue plus the
      *        released items parked on SCHEDPAY awaiting payment;
      *   VC - VENDCRED against the carried vendor credit on
      *        CREDBAL;
      *   AR - ACCTSRCV against the open items on OPENITEM, or the
      *        BILLMSTR balances where there is no open-item file.
      * A control account is found by its posting event name -
      * what the journals that do not resolve through ACCTMAP
      * still post under - and by every account ACCTMAP has mapped
      * that event to. A difference beyond the RCNPARM tolerance
      * (default 1.00) is a break: the report lists under it the
      * candidate causes the files can show - a forced-suspense
      * balance for the company and currency, manual adjustments
      * on the control account in the GLADJUST deck, a journal
      * producer on CTLTOT newer than the last posting run, and for
      * receivables a billing master that disagrees with its open
      * items. Any break ends the step with RETURN-CODE 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "RCNPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCOUNT-MAP ASSIGN TO "ACCTMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PERIOD-LEDGER ASSIGN TO "PERLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REVIEW-QUEUE ASSIGN TO "INVREVQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SCHEDULED-PAYMENTS ASSIGN TO "SCHEDPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CREDIT-BALANCE ASSIGN TO "CREDBAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPEN-ITEMS ASSIGN TO "OPENITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BILLING-MASTER ASSIGN TO "BILLMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LEDGER-ADJUSTMENTS ASSIGN TO "GLADJUST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "SLRECRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  RECON-PARM-FIELDS.
           05  RP-TOLERANCE       PIC 9(07)V99.
           05  FILLER             PIC X(71).
       FD  ACCOUNT-MAP.
           COPY "acctmap.cpy".
       FD  PERIOD-LEDGER.
           COPY "perledg.cpy".
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
       FD  SCHEDULED-PAYMENTS.
           COPY "schedpay.cpy".
       FD  CREDIT-BALANCE.
           COPY "credbal.cpy".
       FD  OPEN-ITEMS.
           COPY "openitem.cpy".
       FD  BILLING-MASTER.
           COPY "billmstr.cpy".
       FD  LEDGER-ADJUSTMENTS.
           COPY "gljrnl.cpy".
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       FD  REPORT-OUT.
       01  REPORT-OUT-RECORD     PIC X(100).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
       01  WS-INPUT-EOF-SW         PIC X VALUE "N".
            88 INPUT-EOF           VALUE "Y".
       01  WS-CURRENT-PERIOD       PIC 9(06) VALUE ZERO.
       01  WS-TOLERANCE            PIC 9(07)V99 VALUE 1.00.
       01  WS-BREAK-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-CAUSE-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-LEDGER-ROWS-USED     PIC 9(07) VALUE ZERO.
       01  WS-SIGNED-AMOUNT        PIC S9(13)V99 VALUE ZERO.
       01  WS-DIFFERENCE           PIC S9(13)V99 VALUE ZERO.
       01  WS-ABS-DIFFERENCE       PIC 9(13)V99 VALUE ZERO.
       01  WS-OPEN-ITEMS-SW        PIC X VALUE "N".
            88 OPEN-ITEMS-PRESENT  VALUE "Y".
       01  WS-OPEN-ITEM-TOTAL      PIC 9(13)V99 VALUE ZERO.
       01  WS-MASTER-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-MASTER-GAP           PIC S9(13)V99 VALUE ZERO.
      * The controls, their posting events, and the side each
      * account normally carries its balance on.
       01  WS-CONTROL-LIST-VALUES.
           05  FILLER PIC X(02) VALUE "AP".
           05  FILLER PIC X(08) VALUE "ACCTSPAY".
           05  FILLER PIC X(02) VALUE "CR".
           05  FILLER PIC X(02) VALUE "AP".
           05  FILLER PIC X(08) VALUE "ACCRUEAP".
           05  FILLER PIC X(02) VALUE "CR".
           05  FILLER PIC X(02) VALUE "VC".
           05  FILLER PIC X(08) VALUE "VENDCRED".
           05  FILLER PIC X(02) VALUE "DR".
           05  FILLER PIC X(02) VALUE "AR".
           05  FILLER PIC X(08) VALUE "ACCTSRCV".
           05  FILLER PIC X(02) VALUE "DR".
       01  WS-CONTROL-LIST REDEFINES WS-CONTROL-LIST-VALUES.
           05  WS-CONTROL-EVENT-ENTRY OCCURS 4 TIMES.
               10  WS-CE-CONTROL    PIC X(02).
               10  WS-CE-EVENT      PIC X(08).
               10  WS-CE-SIDE       PIC X(02).
       01  WS-CE-NDX               PIC 9(02) COMP VALUE ZERO.
      * Every ledger account that belongs to a control: the event
      * names themselves, then what ACCTMAP has mapped them to.
       01  WS-CACCT-COUNT          PIC 9(03) COMP VALUE 0.
       01  WS-CACCT-TABLE.
           05  WS-CACCT-ENTRY OCCURS 100 TIMES
                   INDEXED BY CACCT-NDX.
               10  WS-CACCT-ACCOUNT PIC X(08).
               10  WS-CACCT-CONTROL PIC X(02).
               10  WS-CACCT-SIDE    PIC X(02).
       01  WS-NEW-ACCOUNT          PIC X(08) VALUE SPACES.
       01  WS-LOOKUP-ACCOUNT       PIC X(08) VALUE SPACES.
       01  WS-FOUND-CONTROL        PIC X(02) VALUE SPACES.
       01  WS-FOUND-SIDE           PIC X(02) VALUE SPACES.
      * One line per control / company / currency.
       01  WS-RCN-KEY.
           05  WS-KEY-CONTROL      PIC X(02).
           05  WS-KEY-COMPANY      PIC X(02).
           05  WS-KEY-CURRENCY     PIC X(04).
       01  WS-RCN-COUNT            PIC 9(04) COMP VALUE 0.
       01  WS-RCN-TABLE.
           05  WS-RCN-ENTRY OCCURS 300 TIMES
                   INDEXED BY RCN-NDX.
               10  WS-RCN-CONTROL    PIC X(02).
               10  WS-RCN-COMPANY    PIC X(02).
               10  WS-RCN-CURRENCY   PIC X(04).
               10  WS-RCN-LEDGER     PIC S9(13)V99.
               10  WS-RCN-SUBLEDGER  PIC S9(13)V99.
               10  WS-RCN-ADJUSTED   PIC S9(13)V99.
       01  WS-RCN-WHICH            PIC X(01) VALUE SPACE.
            88 ADD-TO-LEDGER       VALUE "L".
            88 ADD-TO-SUBLEDGER    VALUE "S".
            88 ADD-TO-ADJUSTED     VALUE "A".
      * Forced-suspense balances by company and currency.
       01  WS-SUSP-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY OCCURS 100 TIMES
                   INDEXED BY SUSP-NDX.
               10  WS-SUSP-COMPANY   PIC X(02).
               10  WS-SUSP-CURRENCY  PIC X(04).
               10  WS-SUSP-BALANCE   PIC S9(13)V99.
      * The newest control-totals stamp of each journal producer
      * and of the posting run.
       01  WS-PRODUCER-LIST-VALUES.
           05  FILLER PIC X(08) VALUE "HELLOWRD".
           05  FILLER PIC X(04) VALUE "APVC".
           05  FILLER PIC X(08) VALUE "PAYRET  ".
           05  FILLER PIC X(04) VALUE "APVC".
           05  FILLER PIC X(08) VALUE "PAYCONS ".
           05  FILLER PIC X(04) VALUE "AP  ".
           05  FILLER PIC X(08) VALUE "RETREL  ".
           05  FILLER PIC X(04) VALUE "AP  ".
           05  FILLER PIC X(08) VALUE "ARJRNL  ".
           05  FILLER PIC X(04) VALUE "AR  ".
       01  WS-PRODUCER-LIST REDEFINES WS-PRODUCER-LIST-VALUES.
           05  WS-PRODUCER-ENTRY OCCURS 5 TIMES.
               10  WS-PRODUCER-ID       PIC X(08).
               10  WS-PRODUCER-CONTROLS PIC X(04).
       01  WS-PRODUCER-STAMPS.
           05  WS-PRODUCER-STAMP    PIC X(14) OCCURS 5 TIMES.
       01  WS-PR-NDX               PIC 9(02) COMP VALUE ZERO.
       01  WS-LAST-POSTING-STAMP   PIC X(14) VALUE LOW-VALUES.
       01  WS-HEADING-1.
           05  FILLER  PIC X(39)
                   VALUE "SUBLEDGER TO LEDGER RECONCILIATION FOR ".
           05  HL-PERIOD PIC 9(06).
           05  FILLER  PIC X(14) VALUE "   TOLERANCE ".
           05  HL-TOLERANCE PIC ZZZZZZ9.99.
       01  WS-HEADING-2.
           05  FILLER  PIC X(13) VALUE "CT CO CURR   ".
           05  FILLER  PIC X(17) VALUE "   LEDGER BALANCE".
           05  FILLER  PIC X(18) VALUE "  SUBLEDGER TOTAL".
           05  FILLER  PIC X(18) VALUE "       DIFFERENCE".
           05  FILLER  PIC X(08) VALUE "  STATUS".
       01  WS-DETAIL-LINE.
           05  DL-CONTROL      PIC X(02).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-COMPANY      PIC X(02).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-CURRENCY     PIC X(04).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  DL-LEDGER       PIC -(13)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-SUBLEDGER    PIC -(13)9.99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  DL-DIFFERENCE   PIC -(13)9.99.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  DL-STATUS       PIC X(10).
       01  WS-CAUSE-LINE.
           05  FILLER          PIC X(13) VALUE "    CANDIDATE".
           05  FILLER          PIC X(02) VALUE ": ".
           05  CL-CAUSE        PIC X(40).
           05  CL-AMOUNT       PIC -(13)9.99 BLANK WHEN ZERO.
       01  WS-TOTAL-LINE.
           05  FILLER          PIC X(16) VALUE "LINES RECONCILED".
           05  TL-LINES        PIC ZZZZ9.
           05  FILLER          PIC X(10) VALUE "   BREAKS ".
           05  TL-BREAKS       PIC ZZZZ9.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "SLRECON" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-BUSINESS-DATE(1:6) TO WS-CURRENT-PERIOD.
           MOVE LOW-VALUES TO WS-PRODUCER-STAMPS.
           PERFORM P0A-READ-PARM-CARD.
           PERFORM P0A-LOAD-CONTROL-ACCOUNTS.
           PERFORM P0A-TALLY-LEDGER.
           PERFORM P0A-TALLY-REVIEW-QUEUE.
           PERFORM P0A-TALLY-SCHEDULED.
           PERFORM P0A-TALLY-CREDIT-BALANCES.
           PERFORM P0A-TALLY-OPEN-ITEMS.
           PERFORM P0A-TALLY-BILLING-MASTER.
           PERFORM P0A-TALLY-ADJUSTMENTS.
           PERFORM P0A-FIND-LATEST-RUNS.
           OPEN OUTPUT REPORT-OUT.
           MOVE WS-CURRENT-PERIOD TO HL-PERIOD.
           MOVE WS-TOLERANCE      TO HL-TOLERANCE.
           MOVE WS-HEADING-1 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE WS-HEADING-2 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           PERFORM VARYING RCN-NDX FROM 1 BY 1
                   UNTIL RCN-NDX > WS-RCN-COUNT
               PERFORM P0A-RECONCILE-ONE-LINE
           END-PERFORM.
           MOVE WS-RCN-COUNT   TO TL-LINES.
           MOVE WS-BREAK-COUNT TO TL-BREAKS.
           MOVE WS-TOTAL-LINE TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           CLOSE REPORT-OUT.
           DISPLAY "SLRECON LINES=" WS-RCN-COUNT
               " BREAKS=" WS-BREAK-COUNT
               " LEDGER ROWS USED=" WS-LEDGER-ROWS-USED.
           MOVE "SLRECON" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           IF  WS-BREAK-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       P0A-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF  FS-SUCCESS
               READ PARM-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF  RP-TOLERANCE NUMERIC
                           MOVE RP-TOLERANCE TO WS-TOLERANCE
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
      * The event names go in first, then every account ACCTMAP has
      * ever mapped them to - the ledger carries history from
      * mappings no longer current.
       P0A-LOAD-CONTROL-ACCOUNTS.
           PERFORM VARYING WS-CE-NDX FROM 1 BY 1
                   UNTIL WS-CE-NDX > 4
               MOVE WS-CE-EVENT(WS-CE-NDX) TO WS-NEW-ACCOUNT
               PERFORM P0A-ADD-CONTROL-ACCOUNT
           END-PERFORM.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT ACCOUNT-MAP.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ ACCOUNT-MAP
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM P0A-MAP-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MAP
           END-IF.
       P0A-MAP-ONE-ACCOUNT.
           PERFORM VARYING WS-CE-NDX FROM 1 BY 1
                   UNTIL WS-CE-NDX > 4
               IF  AM-EVENT = WS-CE-EVENT(WS-CE-NDX)
                   MOVE AM-ACCOUNT TO WS-NEW-ACCOUNT
                   PERFORM P0A-ADD-CONTROL-ACCOUNT
               END-IF
           END-PERFORM.
       P0A-ADD-CONTROL-ACCOUNT.
           SET CACCT-NDX TO 1
           SEARCH WS-CACCT-ENTRY
               AT END
                   IF  WS-CACCT-COUNT < 100
                       ADD 1 TO WS-CACCT-COUNT
                       SET CACCT-NDX TO WS-CACCT-COUNT
                       MOVE WS-NEW-ACCOUNT
                           TO WS-CACCT-ACCOUNT(CACCT-NDX)
                       MOVE WS-CE-CONTROL(WS-CE-NDX)
                           TO WS-CACCT-CONTROL(CACCT-NDX)
                       MOVE WS-CE-SIDE(WS-CE-NDX)
                           TO WS-CACCT-SIDE(CACCT-NDX)
                   END-IF
               WHEN WS-CACCT-ACCOUNT(CACCT-NDX) = WS-NEW-ACCOUNT
                   CONTINUE
           END-SEARCH.
      * WS-LOOKUP-ACCOUNT arrives carrying a ledger account; the
      * control and normal side leave in WS-FOUND-CONTROL and
      * WS-FOUND-SIDE, spaces when the account is no control.
       P0A-FIND-CONTROL-ACCOUNT.
           MOVE SPACES TO WS-FOUND-CONTROL
           MOVE SPACES TO WS-FOUND-SIDE
           SET CACCT-NDX TO 1
           SEARCH WS-CACCT-ENTRY
               AT END
                   CONTINUE
               WHEN CACCT-NDX > WS-CACCT-COUNT
                   CONTINUE
               WHEN WS-CACCT-ACCOUNT(CACCT-NDX) = WS-LOOKUP-ACCOUNT
                   MOVE WS-CACCT-CONTROL(CACCT-NDX)
                       TO WS-FOUND-CONTROL
                   MOVE WS-CACCT-SIDE(CACCT-NDX) TO WS-FOUND-SIDE
           END-SEARCH.
      * A control account's balance is every period to date, on its
      * normal side; forced suspense is collected on the same pass.
       P0A-TALLY-LEDGER.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT PERIOD-LEDGER.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ PERIOD-LEDGER
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           IF  PL-PERIOD <= WS-CURRENT-PERIOD
                               PERFORM P0A-TALLY-ONE-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-LEDGER
           END-IF.
       P0A-TALLY-ONE-LEDGER-ROW.
           IF  PL-ACCOUNT = "SUSPENSE"
               PERFORM P0A-ADD-TO-SUSPENSE
           END-IF
           MOVE PL-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM P0A-FIND-CONTROL-ACCOUNT
           IF  WS-FOUND-CONTROL NOT = SPACES
               ADD 1 TO WS-LEDGER-ROWS-USED
               IF  WS-FOUND-SIDE = "DR"
                   COMPUTE WS-SIGNED-AMOUNT =
                       PL-DR-TOTAL - PL-CR-TOTAL
               ELSE
                   COMPUTE WS-SIGNED-AMOUNT =
                       PL-CR-TOTAL - PL-DR-TOTAL
               END-IF
               MOVE WS-FOUND-CONTROL TO WS-KEY-CONTROL
               MOVE PL-COMPANY       TO WS-KEY-COMPANY
               MOVE PL-CURRENCY      TO WS-KEY-CURRENCY
               SET ADD-TO-LEDGER TO TRUE
               PERFORM P0A-ADD-TO-RECON-LINE
           END-IF.
       P0A-ADD-TO-SUSPENSE.
           SET SUSP-NDX TO 1
           SEARCH WS-SUSP-ENTRY
               AT END
                   IF  WS-SUSP-COUNT < 100
                       ADD 1 TO WS-SUSP-COUNT
                       SET SUSP-NDX TO WS-SUSP-COUNT
                       MOVE PL-COMPANY  TO WS-SUSP-COMPANY(SUSP-NDX)
                       MOVE PL-CURRENCY TO WS-SUSP-CURRENCY(SUSP-NDX)
                       COMPUTE WS-SUSP-BALANCE(SUSP-NDX) =
                           PL-DR-TOTAL - PL-CR-TOTAL
                   END-IF
               WHEN WS-SUSP-COMPANY(SUSP-NDX) = PL-COMPANY
                AND WS-SUSP-CURRENCY(SUSP-NDX) = PL-CURRENCY
                   COMPUTE WS-SUSP-BALANCE(SUSP-NDX) =
                       WS-SUSP-BALANCE(SUSP-NDX)
                       + PL-DR-TOTAL - PL-CR-TOTAL
           END-SEARCH.
      * Advisory notes are no liability - the carve-out the accrual
      * makes.
       P0A-TALLY-REVIEW-QUEUE.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT REVIEW-QUEUE.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ REVIEW-QUEUE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           IF  RQ-REASON(1:10) NOT = "ADVISORY -"
                               MOVE "AP"        TO WS-KEY-CONTROL
                               MOVE RQ-COMPANY-CODE
                                   TO WS-KEY-COMPANY
                               IF  WS-KEY-COMPANY = SPACES
                                   MOVE "01"    TO WS-KEY-COMPANY
                               END-IF
                               MOVE RQ-CURRENCY TO WS-KEY-CURRENCY
                               MOVE RQ-INVOICE-AMOUNT
                                   TO WS-SIGNED-AMOUNT
                               SET ADD-TO-SUBLEDGER TO TRUE
                               PERFORM P0A-ADD-TO-RECON-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVIEW-QUEUE
           END-IF.
       P0A-TALLY-SCHEDULED.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT SCHEDULED-PAYMENTS.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ SCHEDULED-PAYMENTS
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           MOVE "AP"             TO WS-KEY-CONTROL
                           MOVE SP-COMPANY-CODE  TO WS-KEY-COMPANY
                           MOVE SP-CURRENCY-CODE TO WS-KEY-CURRENCY
                           MOVE SP-NET-PAYABLE   TO WS-SIGNED-AMOUNT
                           SET ADD-TO-SUBLEDGER TO TRUE
                           PERFORM P0A-ADD-TO-RECON-LINE
                   END-READ
               END-PERFORM
               CLOSE SCHEDULED-PAYMENTS
           END-IF.
      * CREDBAL carries no company or currency - the credit is
      * carried in company 01's home currency.
       P0A-TALLY-CREDIT-BALANCES.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT CREDIT-BALANCE.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ CREDIT-BALANCE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           MOVE "VC"              TO WS-KEY-CONTROL
                           MOVE "01"              TO WS-KEY-COMPANY
                           MOVE "USD "            TO WS-KEY-CURRENCY
                           MOVE CB-CREDIT-BALANCE TO WS-SIGNED-AMOUNT
                           SET ADD-TO-SUBLEDGER TO TRUE
                           PERFORM P0A-ADD-TO-RECON-LINE
                   END-READ
               END-PERFORM
               CLOSE CREDIT-BALANCE
           END-IF.
      * Receivables are billed in company 01's home currency, as
      * the receivables journal posts them.
       P0A-TALLY-OPEN-ITEMS.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT OPEN-ITEMS.
           IF  FS-SUCCESS
               SET OPEN-ITEMS-PRESENT TO TRUE
               PERFORM UNTIL INPUT-EOF
                   READ OPEN-ITEMS
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           IF  OI-STAT-OPEN
                               OR OI-STAT-IN-COLLECTION
                               ADD OI-AMOUNT TO WS-OPEN-ITEM-TOTAL
                               MOVE "AR"      TO WS-KEY-CONTROL
                               MOVE "01"      TO WS-KEY-COMPANY
                               MOVE "USD "    TO WS-KEY-CURRENCY
                               MOVE OI-AMOUNT TO WS-SIGNED-AMOUNT
                               SET ADD-TO-SUBLEDGER TO TRUE
                               PERFORM P0A-ADD-TO-RECON-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEMS
           END-IF.
      * The master's BM-AMOUNT is the blend of the account's open
      * items. It is the subledger only when there is no open-item
      * file; otherwise it is the cross-check on it.
       P0A-TALLY-BILLING-MASTER.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT BILLING-MASTER.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ BILLING-MASTER
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD BM-AMOUNT TO WS-MASTER-TOTAL
                           IF  NOT OPEN-ITEMS-PRESENT
                               MOVE "AR"      TO WS-KEY-CONTROL
                               MOVE "01"      TO WS-KEY-COMPANY
                               MOVE "USD "    TO WS-KEY-CURRENCY
                               MOVE BM-AMOUNT TO WS-SIGNED-AMOUNT
                               SET ADD-TO-SUBLEDGER TO TRUE
                               PERFORM P0A-ADD-TO-RECON-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLING-MASTER
           END-IF.
           IF  OPEN-ITEMS-PRESENT
               COMPUTE WS-MASTER-GAP =
                   WS-MASTER-TOTAL - WS-OPEN-ITEM-TOTAL
           END-IF.
      * Manual entries on a control account, on its normal side.
       P0A-TALLY-ADJUSTMENTS.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT LEDGER-ADJUSTMENTS.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ LEDGER-ADJUSTMENTS
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM P0A-TALLY-ONE-ADJUSTMENT
                   END-READ
               END-PERFORM
               CLOSE LEDGER-ADJUSTMENTS
           END-IF.
       P0A-TALLY-ONE-ADJUSTMENT.
           MOVE JL-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM P0A-FIND-CONTROL-ACCOUNT
           IF  WS-FOUND-CONTROL NOT = SPACES
               IF  JL-DR-CR = WS-FOUND-SIDE
                   MOVE JL-AMOUNT TO WS-SIGNED-AMOUNT
               ELSE
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - JL-AMOUNT
               END-IF
               MOVE WS-FOUND-CONTROL TO WS-KEY-CONTROL
               MOVE JL-COMPANY-CODE  TO WS-KEY-COMPANY
               MOVE JL-CURRENCY      TO WS-KEY-CURRENCY
               SET ADD-TO-ADJUSTED TO TRUE
               PERFORM P0A-ADD-TO-RECON-LINE
           END-IF.
      * WS-SIGNED-AMOUNT is added under WS-RCN-KEY to the column
      * WS-RCN-WHICH names.
       P0A-ADD-TO-RECON-LINE.
           SET RCN-NDX TO 1
           SEARCH WS-RCN-ENTRY
               AT END
                   IF  WS-RCN-COUNT < 300
                       ADD 1 TO WS-RCN-COUNT
                       SET RCN-NDX TO WS-RCN-COUNT
                       MOVE WS-KEY-CONTROL  TO WS-RCN-CONTROL(RCN-NDX)
                       MOVE WS-KEY-COMPANY  TO WS-RCN-COMPANY(RCN-NDX)
                       MOVE WS-KEY-CURRENCY TO WS-RCN-CURRENCY(RCN-NDX)
                       MOVE ZERO TO WS-RCN-LEDGER(RCN-NDX)
                       MOVE ZERO TO WS-RCN-SUBLEDGER(RCN-NDX)
                       MOVE ZERO TO WS-RCN-ADJUSTED(RCN-NDX)
                       PERFORM P0A-ADD-TO-RECON-COLUMN
                   ELSE
                       DISPLAY "SLRECON LINE TABLE FULL - "
                           WS-RCN-KEY " NOT RECONCILED"
                       ADD 1 TO WS-BREAK-COUNT
                   END-IF
               WHEN WS-RCN-CONTROL(RCN-NDX) = WS-KEY-CONTROL
                AND WS-RCN-COMPANY(RCN-NDX) = WS-KEY-COMPANY
                AND WS-RCN-CURRENCY(RCN-NDX) = WS-KEY-CURRENCY
                   PERFORM P0A-ADD-TO-RECON-COLUMN
           END-SEARCH.
       P0A-ADD-TO-RECON-COLUMN.
           EVALUATE TRUE
               WHEN ADD-TO-LEDGER
                   ADD WS-SIGNED-AMOUNT TO WS-RCN-LEDGER(RCN-NDX)
               WHEN ADD-TO-SUBLEDGER
                   ADD WS-SIGNED-AMOUNT TO WS-RCN-SUBLEDGER(RCN-NDX)
               WHEN ADD-TO-ADJUSTED
                   ADD WS-SIGNED-AMOUNT TO WS-RCN-ADJUSTED(RCN-NDX)
           END-EVALUATE.
      * A producer whose newest control-totals record is newer than
      * the newest posting run wrote a journal no posting has read.
       P0A-FIND-LATEST-RUNS.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT CONTROL-TOTALS.
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ CONTROL-TOTALS
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM P0A-NOTE-ONE-RUN
                   END-READ
               END-PERFORM
               CLOSE CONTROL-TOTALS
           END-IF.
       P0A-NOTE-ONE-RUN.
           IF  CT-PROGRAM-ID = "GLPOST  " OR CT-PROGRAM-ID = "GLPOSTME"
               IF  CT-TIMESTAMP > WS-LAST-POSTING-STAMP
                   MOVE CT-TIMESTAMP TO WS-LAST-POSTING-STAMP
               END-IF
           END-IF
           PERFORM VARYING WS-PR-NDX FROM 1 BY 1
                   UNTIL WS-PR-NDX > 5
               IF  CT-PROGRAM-ID = WS-PRODUCER-ID(WS-PR-NDX)
                AND CT-TIMESTAMP > WS-PRODUCER-STAMP(WS-PR-NDX)
                   MOVE CT-TIMESTAMP TO WS-PRODUCER-STAMP(WS-PR-NDX)
               END-IF
           END-PERFORM.
       P0A-RECONCILE-ONE-LINE.
           COMPUTE WS-DIFFERENCE =
               WS-RCN-LEDGER(RCN-NDX) - WS-RCN-SUBLEDGER(RCN-NDX)
           IF  WS-DIFFERENCE < ZERO
               COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-RCN-CONTROL(RCN-NDX)   TO DL-CONTROL
           MOVE WS-RCN-COMPANY(RCN-NDX)   TO DL-COMPANY
           MOVE WS-RCN-CURRENCY(RCN-NDX)  TO DL-CURRENCY
           MOVE WS-RCN-LEDGER(RCN-NDX)    TO DL-LEDGER
           MOVE WS-RCN-SUBLEDGER(RCN-NDX) TO DL-SUBLEDGER
           MOVE WS-DIFFERENCE             TO DL-DIFFERENCE
           EVALUATE TRUE
               WHEN WS-ABS-DIFFERENCE = ZERO
                   MOVE "AGREED"     TO DL-STATUS
               WHEN WS-ABS-DIFFERENCE <= WS-TOLERANCE
                   MOVE "WITHIN TOL" TO DL-STATUS
               WHEN OTHER
                   MOVE "BREAK"      TO DL-STATUS
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           IF  WS-ABS-DIFFERENCE > WS-TOLERANCE
               ADD 1 TO WS-BREAK-COUNT
               PERFORM P0A-LIST-CAUSES
           END-IF.
       P0A-LIST-CAUSES.
           MOVE ZERO TO WS-CAUSE-COUNT
           SET SUSP-NDX TO 1
           SEARCH WS-SUSP-ENTRY
               AT END
                   CONTINUE
               WHEN SUSP-NDX > WS-SUSP-COUNT
                   CONTINUE
               WHEN WS-SUSP-COMPANY(SUSP-NDX) = WS-RCN-COMPANY(RCN-NDX)
                AND WS-SUSP-CURRENCY(SUSP-NDX)
                       = WS-RCN-CURRENCY(RCN-NDX)
                   IF  WS-SUSP-BALANCE(SUSP-NDX) NOT = ZERO
                       MOVE "FORCED SUSPENSE BALANCE" TO CL-CAUSE
                       MOVE WS-SUSP-BALANCE(SUSP-NDX) TO CL-AMOUNT
                       PERFORM P0A-WRITE-CAUSE
                   END-IF
           END-SEARCH
           IF  WS-RCN-ADJUSTED(RCN-NDX) NOT = ZERO
               MOVE "MANUAL ADJUSTMENTS ON GLADJUST" TO CL-CAUSE
               MOVE WS-RCN-ADJUSTED(RCN-NDX)         TO CL-AMOUNT
               PERFORM P0A-WRITE-CAUSE
           END-IF
           PERFORM VARYING WS-PR-NDX FROM 1 BY 1
                   UNTIL WS-PR-NDX > 5
               IF  WS-PRODUCER-STAMP(WS-PR-NDX) > WS-LAST-POSTING-STAMP
                AND (WS-PRODUCER-CONTROLS(WS-PR-NDX)(1:2)
                       = WS-RCN-CONTROL(RCN-NDX)
                  OR WS-PRODUCER-CONTROLS(WS-PR-NDX)(3:2)
                       = WS-RCN-CONTROL(RCN-NDX))
                   MOVE SPACES TO CL-CAUSE
                   STRING "UNPOSTED JOURNAL FROM "
                           DELIMITED BY SIZE
                       WS-PRODUCER-ID(WS-PR-NDX)
                           DELIMITED BY SPACE
                       INTO CL-CAUSE
                   END-STRING
                   MOVE ZERO TO CL-AMOUNT
                   PERFORM P0A-WRITE-CAUSE
               END-IF
           END-PERFORM
           IF  WS-RCN-CONTROL(RCN-NDX) = "AR"
            AND WS-MASTER-GAP NOT = ZERO
               MOVE "BILLMSTR DISAGREES WITH OPENITEM" TO CL-CAUSE
               MOVE WS-MASTER-GAP                      TO CL-AMOUNT
               PERFORM P0A-WRITE-CAUSE
           END-IF
           IF  WS-CAUSE-COUNT = ZERO
               MOVE "NONE FOUND ON FILE - INVESTIGATE" TO CL-CAUSE
               MOVE WS-DIFFERENCE                      TO CL-AMOUNT
               PERFORM P0A-WRITE-CAUSE
           END-IF.
       P0A-WRITE-CAUSE.
           ADD 1 TO WS-CAUSE-COUNT
           MOVE WS-CAUSE-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.
