       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTINQ.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * ACCTINQ - the whole account on one screen for a customer
      * call. A clerk used to open BILLINQ for the status, BILLBRW
      * to find the account, and then ring operations about
      * disputes and promises that had no screen at all. Keying an
      * account number shows:
      *   - the CUSTMSTR name, address, credit limit and hold;
      *   - the BILLMSTR balance, due date and status with its
      *     BILLXREF description;
      *   - the open DSPCASE dispute, if any, with its reason, age
      *     and severity;
      *   - the standing PROMISE to pay, if any;
      *   - the last three payments CASHAPP applied;
      *   - the account's open items with their due dates, ten to
      *     a page.
      * ENTER with nothing keyed pages on through the open items;
      * the position rides the COMMAREA across the pseudo-
      * conversation the way BILLBRW's browse does. Keying another
      * account number starts over on that account. Past the last
      * page, ENTER goes back to the first. The transaction only
      * reads - nothing here changes a file.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY "billxref.cpy".
       01  WS-TERMINAL-INPUT  PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-NO      PIC X(10) VALUE SPACES.
       01  WS-RESP            PIC S9(8) COMP.
       01  WS-ITEM-LINES      PIC 9(02) VALUE ZERO.
       01  WS-ITEMS-PER-PAGE  PIC 9(02) VALUE 10.
       01  WS-PAYMENT-LINES   PIC 9(02) VALUE ZERO.
       01  WS-PAYMENTS-SHOWN  PIC 9(02) VALUE 3.
       01  WS-SCREEN-NDX      PIC 9(02) VALUE ZERO.
       01  WS-ITEMS-END-SW    PIC X VALUE "N".
            88 ITEMS-ENDED    VALUE "Y".
       01  WS-MORE-ITEMS-SW   PIC X VALUE "N".
            88 MORE-ITEMS     VALUE "Y".
       01  WS-PAYMENTS-END-SW PIC X VALUE "N".
            88 PAYMENTS-ENDED VALUE "Y".
       01  WS-ITEM-RID.
           05  WS-ITEM-RID-ACCOUNT PIC X(10).
           05  WS-ITEM-RID-BILL    PIC X(06).
       01  WS-CASH-RID.
           05  WS-CASH-RID-ACCOUNT PIC X(10).
           05  WS-CASH-RID-INVERSE PIC 9(08).
       01  WS-CREDIT-STATUS   PIC X(16) VALUE SPACES.
       01  WS-NOT-FOUND-TEXT  PIC X(40)
               VALUE "ACCOUNT NOT FOUND ON BILLING MASTER".
       01  WS-PROMPT-TEXT     PIC X(40)
               VALUE "KEY AN ACCOUNT NUMBER".
       01  WS-TRANSID         PIC X(04) VALUE 'AINQ'.
      * THE ACCOUNT ON SCREEN, THE LAST BILL SHOWN ON ITS OPEN-ITEM
      * PAGE AND THAT PAGE'S NUMBER.
       01  WS-COMMAREA.
           05  WS-CA-ACCOUNT-NO PIC X(10).
           05  WS-CA-LAST-BILL  PIC X(06).
           05  WS-CA-PAGE-NO    PIC 9(03).
       01  WS-SCREEN-AREA.
           05  WS-SCREEN-LINE OCCURS 22 TIMES PIC X(80).
       01  WS-NAME-LINE.
           05  FILLER         PIC X(08) VALUE "ACCOUNT ".
           05  NL-ACCOUNT-NO  PIC X(10).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  NL-NAME        PIC X(30).
           05  FILLER         PIC X(30) VALUE SPACES.
       01  WS-ADDRESS-LINE.
           05  FILLER         PIC X(08) VALUE SPACES.
           05  AL-ADDR-1      PIC X(30).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  AL-ADDR-2      PIC X(30).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  AL-POSTAL      PIC X(10).
       01  WS-BALANCE-LINE.
           05  FILLER         PIC X(08) VALUE "BALANCE ".
           05  BL-AMOUNT      PIC ZZZZZZ9.99.
           05  FILLER         PIC X(05) VALUE " DUE ".
           05  BL-DUE-DATE    PIC 9(08).
           05  FILLER         PIC X(08) VALUE " STATUS ".
           05  BL-STATUS      PIC X(04).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  BL-STATUS-DESC PIC X(20).
           05  FILLER         PIC X(16) VALUE SPACES.
       01  WS-CREDIT-LINE.
           05  FILLER         PIC X(08) VALUE "CREDIT  ".
           05  CL-STATUS      PIC X(16).
           05  FILLER         PIC X(07) VALUE " LIMIT ".
           05  CL-LIMIT       PIC ZZZZZZ9.99.
           05  CL-LIMIT-X REDEFINES CL-LIMIT PIC X(10).
           05  FILLER         PIC X(39) VALUE SPACES.
       01  WS-DISPUTE-LINE.
           05  FILLER         PIC X(08) VALUE "DISPUTE ".
           05  DL-REASON      PIC X(08).
           05  FILLER         PIC X(08) VALUE " OPENED ".
           05  DL-OPENED      PIC X(08).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  DL-DAYS        PIC ZZZZ9.
           05  FILLER         PIC X(10) VALUE " DAYS SEV ".
           05  DL-SEVERITY    PIC 9(01).
           05  FILLER         PIC X(31) VALUE SPACES.
       01  WS-PROMISE-LINE.
           05  FILLER         PIC X(08) VALUE "PROMISE ".
           05  PL-AMOUNT      PIC ZZZZZZ9.99.
           05  FILLER         PIC X(04) VALUE " BY ".
           05  PL-DATE        PIC 9(08).
           05  FILLER         PIC X(10) VALUE " TAKEN BY ".
           05  PL-TAKER-ID    PIC X(08).
           05  FILLER         PIC X(32) VALUE SPACES.
       01  WS-PAYMENT-LINE.
           05  FILLER         PIC X(10) VALUE "  APPLIED ".
           05  YL-APPLIED     PIC 9(08).
           05  FILLER         PIC X(06) VALUE " PAID ".
           05  YL-PAID        PIC 9(08).
           05  FILLER         PIC X(08) VALUE " AMOUNT ".
           05  YL-AMOUNT      PIC ZZZZZZZZ9.99.
           05  FILLER         PIC X(28) VALUE SPACES.
       01  WS-ITEM-HEAD-LINE.
           05  FILLER         PIC X(20) VALUE "OPEN ITEMS      PAGE".
           05  FILLER         PIC X(01) VALUE SPACE.
           05  IH-PAGE-NO     PIC ZZ9.
           05  FILLER         PIC X(56)
                   VALUE "    BILL        AMOUNT  DUE DATE  STATUS".
       01  WS-ITEM-LINE.
           05  FILLER         PIC X(28) VALUE SPACES.
           05  IL-BILL-NO     PIC X(06).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  IL-AMOUNT      PIC ZZZZZZ9.99.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  IL-DUE-DATE    PIC 9(08).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  IL-STATUS      PIC X(04).
           05  FILLER         PIC X(18) VALUE SPACES.
      * THE FCT ENTRIES FOR BILLMSTR AND CUSTMSTR ARE THE SAME
      * MASTER KSDS FILES BILLINQ READS.
           COPY "billmstr.cpy".
           COPY "custmstr.cpy".
      * THE FCT ENTRIES OPENVSAM, DSPVSAM, PROMVSAM AND CASHVSAM ARE
      * THE KSDS FILES THE NIGHTLY ACCTLOAD STEP BUILDS - OPEN ITEMS
      * KEYED ON ACCOUNT AND BILL, THE OPEN DISPUTE CASE AND THE
      * STANDING PROMISE KEYED ON ACCOUNT, AND THE ACCUMULATED CASH
      * APPLIED KEYED ON ACCOUNT AND THE APPLIED DATE INVERTED, SO
      * THE NEWEST PAYMENT IS THE FIRST ONE A BROWSE MEETS.
       01  ITEM-VSAM-RECORD.
           05  OV-ITEM-KEY.
               10  OV-ACCOUNT-NO  PIC X(10).
               10  OV-BILL-NO     PIC X(06).
           05  OV-AMOUNT          PIC 9(07)V99.
           05  OV-DUE-DATE        PIC 9(08).
           05  OV-STATUS          PIC X(04).
       01  CASE-VSAM-RECORD.
           05  DV-ACCOUNT-NO      PIC X(10).
           05  DV-REASON-CODE     PIC X(08).
           05  DV-OPENED-TS       PIC X(14).
           05  DV-DAYS-OPEN       PIC 9(05).
           05  DV-SEVERITY        PIC 9(01).
       01  PROMISE-VSAM-RECORD.
           05  PM-ACCOUNT-NO      PIC X(10).
           05  PM-PROMISED-AMOUNT PIC 9(07)V99.
           05  PM-PROMISED-DATE   PIC 9(08).
           05  PM-TAKER-ID        PIC X(08).
       01  CASH-VSAM-RECORD.
           05  CV-CASH-KEY.
               10  CV-ACCOUNT-NO      PIC X(10).
               10  CV-APPLIED-INVERSE PIC 9(08).
           05  CV-APPLIED-AMOUNT  PIC 9(09)V99.
           05  CV-PAYMENT-DATE    PIC 9(08).
           05  CV-APPLIED-DATE    PIC 9(08).
      * EVERY KEY THIS TRANSACTION SHOWS OR CHANGES GOES ON THE
      * COMMON ONLINE AUDIT TRAIL THROUGH THE SHARED ONLAUDT
      * ROUTINE.
       01  WS-AUDIT-PROGRAM   PIC X(08) VALUE 'ONLAUDT'.
           COPY "onlaudt.cpy".
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-ACCOUNT-NO  PIC X(10).
           05  CA-LAST-BILL   PIC X(06).
           05  CA-PAGE-NO     PIC 9(03).
       PROCEDURE DIVISION.
       MAINLINE.
      *****************************************************************
      *****************************************************************
       GET-ACCOUNT-NO.
      *****************************************************************

           MOVE SPACES TO WS-TERMINAL-INPUT.

           EXEC CICS
                RECEIVE
                INTO    (WS-TERMINAL-INPUT)
                LENGTH  (LENGTH OF WS-TERMINAL-INPUT)
                NOHANDLE
           END-EXEC.

           MOVE SPACES TO WS-COMMAREA.
           MOVE ZERO   TO WS-CA-PAGE-NO.
           IF  WS-TERMINAL-INPUT NOT = SPACES
               MOVE WS-TERMINAL-INPUT TO WS-CA-ACCOUNT-NO
           ELSE
               IF  EIBCALEN > ZERO AND CA-ACCOUNT-NO NOT = SPACES
                   MOVE CA-ACCOUNT-NO TO WS-CA-ACCOUNT-NO
                   MOVE CA-LAST-BILL  TO WS-CA-LAST-BILL
                   MOVE CA-PAGE-NO    TO WS-CA-PAGE-NO
               ELSE
                   PERFORM SEND-PROMPT THRU SPR-EXIT
                   GO TO TERMIN
               END-IF
           END-IF.
           MOVE WS-CA-ACCOUNT-NO TO WS-ACCOUNT-NO.

       READ-BILLMSTR.
      *****************************************************************

           SET OA-INQUIRY     TO TRUE.
           SET OA-KEY-ACCOUNT TO TRUE.
           MOVE WS-ACCOUNT-NO TO OA-KEY-VALUE.
           PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT.

           EXEC CICS
                READ
                FILE     ('BILLMSTR')
                INTO     (BILLMSTR-RECORD)
                RIDFLD   (WS-ACCOUNT-NO)
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM SEND-NOT-FOUND THRU SNF-EXIT
               GO TO TERMIN
           END-IF.

           MOVE SPACES TO WS-SCREEN-AREA.
           PERFORM FORMAT-CUSTOMER THRU FCU-EXIT.
           PERFORM FORMAT-BALANCE THRU FBA-EXIT.
           PERFORM FORMAT-DISPUTE THRU FDI-EXIT.
           PERFORM FORMAT-PROMISE THRU FPR-EXIT.
           PERFORM FORMAT-PAYMENTS THRU FPA-EXIT.
           PERFORM FORMAT-OPEN-ITEMS THRU FOI-EXIT.
           PERFORM SEND-SCREEN THRU SSC-EXIT.
           GO TO TERMIN.

       RB-EXIT. EXIT.
      *****************************************************************
       FORMAT-CUSTOMER.
      *****************************************************************

           MOVE WS-ACCOUNT-NO TO NL-ACCOUNT-NO.

           EXEC CICS
                READ
                FILE     ('CUSTMSTR')
                INTO     (CUSTOMER-MASTER-RECORD)
                RIDFLD   (WS-ACCOUNT-NO)
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "NO CUSTOMER RECORD" TO NL-NAME
               MOVE WS-NAME-LINE TO WS-SCREEN-LINE(1)
               MOVE "CREDIT  NO CREDIT RECORD" TO WS-SCREEN-LINE(4)
               GO TO FCU-EXIT
           END-IF.

           MOVE CU-NAME        TO NL-NAME.
           MOVE WS-NAME-LINE   TO WS-SCREEN-LINE(1).
           MOVE CU-ADDR-1      TO AL-ADDR-1.
           MOVE CU-ADDR-2      TO AL-ADDR-2.
           MOVE CU-POSTAL-CODE TO AL-POSTAL.
           MOVE WS-ADDRESS-LINE TO WS-SCREEN-LINE(2).

           IF  CU-CREDIT-LIMIT IS NOT NUMERIC
               MOVE ZERO TO CU-CREDIT-LIMIT
           END-IF.
           EVALUATE TRUE
               WHEN CU-HOLD-MANUAL
                   MOVE 'HOLD MANUAL'   TO WS-CREDIT-STATUS
               WHEN CU-HOLD-PAST-DUE
                   MOVE 'HOLD PAST DUE' TO WS-CREDIT-STATUS
               WHEN CU-CREDIT-LIMIT > ZERO
                AND BM-AMOUNT > CU-CREDIT-LIMIT
                   MOVE 'OVER LIMIT'    TO WS-CREDIT-STATUS
               WHEN OTHER
                   MOVE 'OK'            TO WS-CREDIT-STATUS
           END-EVALUATE.
           MOVE WS-CREDIT-STATUS TO CL-STATUS.
           IF  CU-CREDIT-LIMIT = ZERO
               MOVE 'NONE' TO CL-LIMIT-X
           ELSE
               MOVE CU-CREDIT-LIMIT TO CL-LIMIT
           END-IF.
           MOVE WS-CREDIT-LINE TO WS-SCREEN-LINE(4).

       FCU-EXIT. EXIT.
      *****************************************************************
       FORMAT-BALANCE.
      *****************************************************************

           MOVE BM-AMOUNT               TO BL-AMOUNT.
           MOVE BM-DUE-DATE             TO BL-DUE-DATE.
           MOVE BILLMSTR-CODE-STAT-DSTR TO BL-STATUS.

           SET BILLXREF-NDX TO 1.
           SEARCH BILLXREF-ENTRY
               AT END
                   MOVE "UNKNOWN STATUS CODE " TO BL-STATUS-DESC
               WHEN BILLXREF-CODE(BILLXREF-NDX) =
                       BILLMSTR-CODE-STAT-DSTR
                   MOVE BILLXREF-DESC(BILLXREF-NDX)
                       TO BL-STATUS-DESC
           END-SEARCH.

           MOVE WS-BALANCE-LINE TO WS-SCREEN-LINE(3).

       FBA-EXIT. EXIT.
      *****************************************************************
       FORMAT-DISPUTE.
      *****************************************************************

           EXEC CICS
                READ
                FILE     ('DSPVSAM')
                INTO     (CASE-VSAM-RECORD)
                RIDFLD   (WS-ACCOUNT-NO)
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "DISPUTE NONE OPEN" TO WS-SCREEN-LINE(5)
               GO TO FDI-EXIT
           END-IF.

           MOVE DV-REASON-CODE     TO DL-REASON.
           MOVE DV-OPENED-TS(1:8)  TO DL-OPENED.
           MOVE DV-DAYS-OPEN       TO DL-DAYS.
           MOVE DV-SEVERITY        TO DL-SEVERITY.
           MOVE WS-DISPUTE-LINE    TO WS-SCREEN-LINE(5).

       FDI-EXIT. EXIT.
      *****************************************************************
       FORMAT-PROMISE.
      *****************************************************************

           EXEC CICS
                READ
                FILE     ('PROMVSAM')
                INTO     (PROMISE-VSAM-RECORD)
                RIDFLD   (WS-ACCOUNT-NO)
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "PROMISE NONE STANDING" TO WS-SCREEN-LINE(6)
               GO TO FPR-EXIT
           END-IF.

           MOVE PM-PROMISED-AMOUNT TO PL-AMOUNT.
           MOVE PM-PROMISED-DATE   TO PL-DATE.
           MOVE PM-TAKER-ID        TO PL-TAKER-ID.
           MOVE WS-PROMISE-LINE    TO WS-SCREEN-LINE(6).

       FPR-EXIT. EXIT.
      *****************************************************************
       FORMAT-PAYMENTS.
      *****************************************************************

           MOVE "LAST PAYMENTS APPLIED" TO WS-SCREEN-LINE(7).
           MOVE ZERO TO WS-PAYMENT-LINES.
           MOVE "N"  TO WS-PAYMENTS-END-SW.
           MOVE WS-ACCOUNT-NO TO WS-CASH-RID-ACCOUNT.
           MOVE ZERO          TO WS-CASH-RID-INVERSE.

           EXEC CICS
                STARTBR
                FILE     ('CASHVSAM')
                RIDFLD   (WS-CASH-RID)
                GTEQ
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP = DFHRESP(NORMAL)
               PERFORM FILL-ONE-PAYMENT THRU FOP-EXIT
                   UNTIL WS-PAYMENT-LINES >= WS-PAYMENTS-SHOWN
                   OR PAYMENTS-ENDED
               EXEC CICS
                    ENDBR
                    FILE    ('CASHVSAM')
                    NOHANDLE
               END-EXEC
           END-IF.

           IF  WS-PAYMENT-LINES = ZERO
               MOVE "  NONE ON FILE" TO WS-SCREEN-LINE(8)
           END-IF.

       FPA-EXIT. EXIT.
      *****************************************************************
       FILL-ONE-PAYMENT.
      *****************************************************************

           EXEC CICS
                READNEXT
                FILE     ('CASHVSAM')
                INTO     (CASH-VSAM-RECORD)
                RIDFLD   (WS-CASH-RID)
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               OR CV-ACCOUNT-NO NOT = WS-ACCOUNT-NO
               SET PAYMENTS-ENDED TO TRUE
               GO TO FOP-EXIT
           END-IF.

           ADD 1 TO WS-PAYMENT-LINES.
           MOVE CV-APPLIED-DATE   TO YL-APPLIED.
           MOVE CV-PAYMENT-DATE   TO YL-PAID.
           MOVE CV-APPLIED-AMOUNT TO YL-AMOUNT.
           COMPUTE WS-SCREEN-NDX = 7 + WS-PAYMENT-LINES.
           MOVE WS-PAYMENT-LINE TO WS-SCREEN-LINE(WS-SCREEN-NDX).

       FOP-EXIT. EXIT.
      *****************************************************************
       FORMAT-OPEN-ITEMS.
      *****************************************************************

           ADD 1 TO WS-CA-PAGE-NO.
           MOVE WS-CA-PAGE-NO     TO IH-PAGE-NO.
           MOVE WS-ITEM-HEAD-LINE TO WS-SCREEN-LINE(11).
           MOVE ZERO TO WS-ITEM-LINES.
           MOVE "N"  TO WS-ITEMS-END-SW.
           MOVE "N"  TO WS-MORE-ITEMS-SW.
           MOVE WS-ACCOUNT-NO   TO WS-ITEM-RID-ACCOUNT.
           MOVE WS-CA-LAST-BILL TO WS-ITEM-RID-BILL.

           EXEC CICS
                STARTBR
                FILE     ('OPENVSAM')
                RIDFLD   (WS-ITEM-RID)
                GTEQ
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP = DFHRESP(NORMAL)
               PERFORM FILL-ONE-ITEM THRU FOI-ITEM-EXIT
                   UNTIL WS-ITEM-LINES >= WS-ITEMS-PER-PAGE
                   OR ITEMS-ENDED
      * ONE READ PAST A FULL PAGE TELLS WHETHER ANOTHER PAGE FOLLOWS.
               IF  NOT ITEMS-ENDED
                   PERFORM CHECK-MORE-ITEMS THRU CMI-EXIT
               END-IF
               EXEC CICS
                    ENDBR
                    FILE    ('OPENVSAM')
                    NOHANDLE
               END-EXEC
           END-IF.

           IF  WS-ITEM-LINES = ZERO
               MOVE "  NO OPEN ITEMS" TO WS-SCREEN-LINE(12)
           END-IF.

       FOI-EXIT. EXIT.
      *****************************************************************
       FILL-ONE-ITEM.
      *****************************************************************

           EXEC CICS
                READNEXT
                FILE     ('OPENVSAM')
                INTO     (ITEM-VSAM-RECORD)
                RIDFLD   (WS-ITEM-RID)
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               OR OV-ACCOUNT-NO NOT = WS-ACCOUNT-NO
               SET ITEMS-ENDED TO TRUE
               GO TO FOI-ITEM-EXIT
           END-IF.

      * A RESUMED BROWSE RE-READS THE BILL THE LAST PAGE ENDED ON -
      * SKIP IT RATHER THAN SHOW IT TWICE.
           IF  OV-BILL-NO = WS-CA-LAST-BILL
               GO TO FOI-ITEM-EXIT
           END-IF.

           ADD 1 TO WS-ITEM-LINES.
           MOVE OV-BILL-NO  TO IL-BILL-NO.
           MOVE OV-AMOUNT   TO IL-AMOUNT.
           MOVE OV-DUE-DATE TO IL-DUE-DATE.
           MOVE OV-STATUS   TO IL-STATUS.
           COMPUTE WS-SCREEN-NDX = 11 + WS-ITEM-LINES.
           MOVE WS-ITEM-LINE TO WS-SCREEN-LINE(WS-SCREEN-NDX).
           MOVE OV-BILL-NO  TO WS-CA-LAST-BILL.

       FOI-ITEM-EXIT. EXIT.
      *****************************************************************
       CHECK-MORE-ITEMS.
      *****************************************************************

           EXEC CICS
                READNEXT
                FILE     ('OPENVSAM')
                INTO     (ITEM-VSAM-RECORD)
                RIDFLD   (WS-ITEM-RID)
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP = DFHRESP(NORMAL)
               AND OV-ACCOUNT-NO = WS-ACCOUNT-NO
               SET MORE-ITEMS TO TRUE
           END-IF.

       CMI-EXIT. EXIT.
      *****************************************************************
       SEND-SCREEN.
      *****************************************************************

           IF  MORE-ITEMS
               MOVE "PRESS ENTER FOR MORE OPEN ITEMS OR KEY ANOTHER ACCO
      -             "UNT NUMBER" TO WS-SCREEN-LINE(22)
           ELSE
               MOVE "END OF OPEN ITEMS - ENTER FOR THE FIRST PAGE OR KEY
      -             " ANOTHER ACCOUNT" TO WS-SCREEN-LINE(22)
               MOVE SPACES TO WS-CA-LAST-BILL
               MOVE ZERO   TO WS-CA-PAGE-NO
           END-IF.

           EXEC CICS
                SEND TEXT
                FROM    (WS-SCREEN-AREA)
                LENGTH  (LENGTH OF WS-SCREEN-AREA)
                ERASE
           END-EXEC.

       SSC-EXIT. EXIT.
      *****************************************************************
       SEND-NOT-FOUND.
      *****************************************************************

           EXEC CICS
                SEND TEXT
                FROM    (WS-NOT-FOUND-TEXT)
                LENGTH  (LENGTH OF WS-NOT-FOUND-TEXT)
                ERASE
           END-EXEC.
           MOVE SPACES TO WS-COMMAREA.
           MOVE ZERO   TO WS-CA-PAGE-NO.

       SNF-EXIT. EXIT.
      *****************************************************************
       SEND-PROMPT.
      *****************************************************************

           EXEC CICS
                SEND TEXT
                FROM    (WS-PROMPT-TEXT)
                LENGTH  (LENGTH OF WS-PROMPT-TEXT)
                ERASE
           END-EXEC.

       SPR-EXIT. EXIT.
      *****************************************************************
       WRITE-ONLINE-AUDIT.
      *****************************************************************

           MOVE 'ACCTINQ' TO OA-PROGRAM-ID.

           EXEC CICS
                LINK
                PROGRAM  (WS-AUDIT-PROGRAM)
                COMMAREA (ONLINE-AUDIT-PARMS)
                LENGTH   (LENGTH OF ONLINE-AUDIT-PARMS)
                NOHANDLE
           END-EXEC.

       WOA-EXIT. EXIT.
      *****************************************************************
       TERMIN.
      *****************************************************************

           EXEC CICS RETURN
                TRANSID  (WS-TRANSID)
                COMMAREA (WS-COMMAREA)
           END-EXEC.

       TERMIN-EXIT. EXIT.
