      * invoice so the remittance side can still show which invoices
      * each consolidated payment covers. The summed totals are
      * proved against the input before the step ends.
      * With the PAYCPARM card switched to cross-company mode, a
      * vendor flagged shared on the vendor master is paid once
      * for the whole group: its invoices for every company fold
      * into the paying company's payment (one bank payment, one
      * discount), the PAYLINK detail keeps each invoice's own
      * company so a bounce still unwinds the right ledger, and
      * for every company paid on behalf of, balanced due-to /
      * due-from lines go to the ICJRNL journal (gljrnl.cpy
      * layout) with the invoice trail appended to ICREG for the
      * month-end netting statement.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "PAYCPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYMENT-EXTRACT ASSIGN TO "PAYEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT IC-JOURNAL ASSIGN TO "ICJRNL"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT IC-REGISTER ASSIGN TO "ICREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  CONSOLIDATION-PARM-FIELDS.
           05  PC-CROSS-COMPANY-SW  PIC X(01).
           05  PC-PAYING-COMPANY    PIC X(02).
           05  FILLER               PIC X(77).
       FD  VENDOR-MASTER.
           COPY "vendmstr.cpy".
       FD  PAYMENT-EXTRACT.
           COPY "payext.cpy".
       FD  CONSOLIDATED-OUT.
           05  CN-COMPANY-CODE      PIC X(02).
           05  CN-INVOICE-NO        PIC X(10).
           05  CN-TAX-AMOUNT        PIC 9(07)V99.
           05  CN-PO-NUMBER         PIC X(08).
           05  CN-PREPAY-APPLIED    PIC 9(09)V99.
           05  CN-DEPOSIT-SW        PIC X(01).
           05  CN-RETAINED          PIC 9(09)V99.
           05  CN-PAY-DATE          PIC 9(08).
       FD  PAYMENT-LINK-OUT.
           COPY "paylink.cpy".
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       FD  IC-JOURNAL.
           COPY "gljrnl.cpy".
       FD  IC-REGISTER.
           COPY "icreg.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
           COPY "tstamp.cpy".
       01  WS-PAYEXT-EOF-SW        PIC X VALUE "N".
            88 PAYEXT-EOF          VALUE "Y".
       01  WS-VENDOR-EOF-SW        PIC X VALUE "N".
            88 VENDOR-EOF          VALUE "Y".
       01  WS-CROSS-COMPANY-SW     PIC X VALUE "N".
            88 CROSS-COMPANY       VALUE "Y".
       01  WS-PAYING-COMPANY       PIC X(02) VALUE SPACES.
       01  WS-PAY-COMPANY          PIC X(02) VALUE SPACES.
       01  WS-PAYMENTS-READ        PIC 9(07) VALUE ZERO.
       01  WS-IC-INVOICES          PIC 9(07) VALUE ZERO.
       01  WS-IC-LINES             PIC 9(07) VALUE ZERO.
       01  WS-SHARED-COUNT         PIC 9(04) COMP VALUE 0.
       01  WS-SHARED-TABLE.
           05  WS-SHARED-VENDOR PIC X(04) OCCURS 2000 TIMES
                   INDEXED BY SHR-NDX.
       01  WS-SHARED-SW            PIC X VALUE "N".
            88 SHARED-VENDOR       VALUE "Y".
       01  WS-IC-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-IC-TABLE.
           05  WS-IC-ENTRY OCCURS 200 TIMES
                   INDEXED BY IC-NDX.
               10  WS-IC-PAYER       PIC X(02).
               10  WS-IC-OWER        PIC X(02).
               10  WS-IC-CURRENCY    PIC X(04).
               10  WS-IC-AMOUNT      PIC 9(11)V99.
       01  WS-PAYMENTS-WRITTEN     PIC 9(07) VALUE ZERO.
       01  WS-INPUT-NET-TOTAL      PIC 9(13)V99 VALUE ZERO.
       01  WS-OUTPUT-NET-TOTAL     PIC 9(13)V99 VALUE ZERO.
               10  WS-CONS-CREDIT    PIC 9(11)V99.
               10  WS-CONS-NET       PIC 9(11)V99.
               10  WS-CONS-TAX       PIC 9(09)V99.
               10  WS-CONS-PREPAY    PIC 9(11)V99.
               10  WS-CONS-RETAINED  PIC 9(11)V99.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           PERFORM P0A-READ-PARM-CARD.
           IF  CROSS-COMPANY
               PERFORM P0A-LOAD-SHARED-VENDORS
               OPEN EXTEND IC-REGISTER
               IF  NOT FS-SUCCESS
                   OPEN OUTPUT IC-REGISTER
               END-IF
           END-IF.
           OPEN OUTPUT PAYMENT-LINK-OUT.
           OPEN INPUT PAYMENT-EXTRACT.
           IF  FS-SUCCESS
               CLOSE PAYMENT-EXTRACT
           END-IF.
           CLOSE PAYMENT-LINK-OUT.
           IF  CROSS-COMPANY
               CLOSE IC-REGISTER
           END-IF.
           PERFORM P0A-WRITE-CONSOLIDATED.
           PERFORM P0A-WRITE-IC-JOURNAL.
           PERFORM P0A-WRITE-CONTROL-TOTALS.
           IF  WS-INPUT-NET-TOTAL NOT = WS-OUTPUT-NET-TOTAL
               DISPLAY "PAYCONS NET TOTAL BROKE IN CONSOLIDATION - IN="
           END-IF.
           DISPLAY "PAYCONS INVOICES=" WS-PAYMENTS-READ
               " CONSOLIDATED PAYMENTS=" WS-PAYMENTS-WRITTEN.
           IF  CROSS-COMPANY
               DISPLAY "PAYCONS PAID FOR OTHER COMPANIES="
                   WS-IC-INVOICES
                   " INTERCOMPANY JOURNAL LINES=" WS-IC-LINES
           END-IF.
           MOVE "PAYCONS" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
      * Cross-company consolidation stays off unless the card asks
      * for it and names the company whose bank pays the group's
      * shared vendors.
       P0A-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF  FS-SUCCESS
               READ PARM-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF  PC-CROSS-COMPANY-SW = "Y"
                           AND PC-PAYING-COMPANY NOT = SPACES
                           MOVE "Y" TO WS-CROSS-COMPANY-SW
                           MOVE PC-PAYING-COMPANY
                               TO WS-PAYING-COMPANY
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
       P0A-LOAD-SHARED-VENDORS.
           OPEN INPUT VENDOR-MASTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-VENDOR
               PERFORM UNTIL VENDOR-EOF
                   IF  VM-SHARED
                       IF  WS-SHARED-COUNT < 2000
                           ADD 1 TO WS-SHARED-COUNT
                           MOVE VM-VENDOR-ID
                               TO WS-SHARED-VENDOR(WS-SHARED-COUNT)
                       ELSE
                           DISPLAY "PAYCONS SHARED VENDOR TABLE FULL"
                               " - " VM-VENDOR-ID " PAID SEPARATELY"
                       END-IF
                   END-IF
                   PERFORM P0A-READ-VENDOR
               END-PERFORM
               CLOSE VENDOR-MASTER
           END-IF.
       P0A-READ-VENDOR.
           READ VENDOR-MASTER
               AT END
                   SET VENDOR-EOF TO TRUE
           END-READ.
       P0A-READ-PAYMENT-EXTRACT.
           READ PAYMENT-EXTRACT
               AT END
           END-READ.
       P0A-CONSOLIDATE-ONE-PAYMENT.
           ADD PX-NET-PAYABLE TO WS-INPUT-NET-TOTAL
           MOVE PX-COMPANY-CODE TO WS-PAY-COMPANY
           IF  CROSS-COMPANY
               AND PX-COMPANY-CODE NOT = WS-PAYING-COMPANY
               PERFORM P0A-CHECK-SHARED-VENDOR
               IF  SHARED-VENDOR
                   MOVE WS-PAYING-COMPANY TO WS-PAY-COMPANY
                   PERFORM P0A-NOTE-INTERCOMPANY
               END-IF
           END-IF
           SET CONS-NDX TO 1
           SEARCH WS-CONS-ENTRY
               AT END
                           TO WS-CONS-VENDOR(CONS-NDX)
                       MOVE PX-CURRENCY-CODE
                           TO WS-CONS-CURRENCY(CONS-NDX)
                       MOVE WS-PAY-COMPANY
                           TO WS-CONS-COMPANY(CONS-NDX)
                       PERFORM P0A-ADD-TO-CONSOLIDATION
                   END-IF
               WHEN WS-CONS-VENDOR(CONS-NDX) = PX-SOME-PART-1
                AND WS-CONS-CURRENCY(CONS-NDX) = PX-CURRENCY-CODE
                AND WS-CONS-COMPANY(CONS-NDX) = WS-PAY-COMPANY
                   PERFORM P0A-ADD-TO-CONSOLIDATION
           END-SEARCH
           PERFORM P0A-WRITE-LINK-RECORD.
       P0A-CHECK-SHARED-VENDOR.
           MOVE "N" TO WS-SHARED-SW
           IF  WS-SHARED-COUNT > ZERO
               SET SHR-NDX TO 1
               SEARCH WS-SHARED-VENDOR
                   AT END
                       CONTINUE
                   WHEN SHR-NDX > WS-SHARED-COUNT
                       CONTINUE
                   WHEN WS-SHARED-VENDOR(SHR-NDX) = PX-SOME-PART-1
                       MOVE "Y" TO WS-SHARED-SW
               END-SEARCH
           END-IF.
      * The paying company settles another company's invoice: the
      * net paid is owed back by the invoice's company. Summed per
      * paying / owing company and currency for the journal, and
      * kept invoice by invoice on the register.
       P0A-NOTE-INTERCOMPANY.
           ADD 1 TO WS-IC-INVOICES
           SET IC-NDX TO 1
           SEARCH WS-IC-ENTRY
               AT END
                   IF  WS-IC-COUNT < 200
                       ADD 1 TO WS-IC-COUNT
                       SET IC-NDX TO WS-IC-COUNT
                       MOVE WS-PAYING-COMPANY TO WS-IC-PAYER(IC-NDX)
                       MOVE PX-COMPANY-CODE   TO WS-IC-OWER(IC-NDX)
                       MOVE PX-CURRENCY-CODE
                           TO WS-IC-CURRENCY(IC-NDX)
                       MOVE PX-NET-PAYABLE    TO WS-IC-AMOUNT(IC-NDX)
                   ELSE
                       DISPLAY "PAYCONS INTERCOMPANY TABLE FULL - "
                           PX-INVOICE-NO " NOT JOURNALLED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN WS-IC-OWER(IC-NDX) = PX-COMPANY-CODE
                AND WS-IC-CURRENCY(IC-NDX) = PX-CURRENCY-CODE
                   ADD PX-NET-PAYABLE TO WS-IC-AMOUNT(IC-NDX)
           END-SEARCH
           MOVE BZ-BUSINESS-DATE  TO IR-VALUE-DATE
           MOVE WS-PAYING-COMPANY TO IR-PAYING-COMPANY
           MOVE PX-COMPANY-CODE   TO IR-OWING-COMPANY
           MOVE PX-SOME-PART-1    TO IR-SOME-PART-1
           MOVE PX-INVOICE-NO     TO IR-INVOICE-NO
           MOVE PX-CURRENCY-CODE  TO IR-CURRENCY-CODE
           MOVE PX-NET-PAYABLE    TO IR-NET-AMOUNT
           WRITE IC-REGISTER-RECORD.
       P0A-ADD-TO-CONSOLIDATION.
           ADD 1                 TO WS-CONS-INV-COUNT(CONS-NDX)
           ADD PX-GROSS-AMOUNT   TO WS-CONS-GROSS(CONS-NDX)
           ADD PX-DISCOUNT-TAKEN TO WS-CONS-DISCOUNT(CONS-NDX)
           ADD PX-CREDIT-APPLIED TO WS-CONS-CREDIT(CONS-NDX)
           ADD PX-NET-PAYABLE    TO WS-CONS-NET(CONS-NDX)
           ADD PX-TAX-AMOUNT     TO WS-CONS-TAX(CONS-NDX)
           ADD PX-PREPAY-APPLIED TO WS-CONS-PREPAY(CONS-NDX)
           ADD PX-RETAINED       TO WS-CONS-RETAINED(CONS-NDX).
       P0A-WRITE-LINK-RECORD.
           MOVE PX-SOME-PART-1   TO PL-SOME-PART-1
           MOVE PX-CURRENCY-CODE TO PL-CURRENCY-CODE
           MOVE PX-COMPANY-CODE  TO PL-COMPANY-CODE
           MOVE PX-TAX-AMOUNT    TO PL-TAX-AMOUNT
           MOVE BZ-BUSINESS-DATE TO PL-VALUE-DATE
           MOVE PX-PO-NUMBER     TO PL-PO-NUMBER
           MOVE PX-PREPAY-APPLIED TO PL-PREPAY-APPLIED
           MOVE PX-DEPOSIT-SW    TO PL-DEPOSIT-SW
           MOVE PX-RETAINED      TO PL-RETAINED
           WRITE PAYMENT-LINK-RECORD.
      * The consolidated record keeps the payext.cpy shape so the
      * disbursement build downstream reads it unchanged; the
               MOVE WS-CONS-COMPANY(CONS-NDX)  TO CN-COMPANY-CODE
               MOVE SPACES                     TO CN-INVOICE-NO
               MOVE WS-CONS-TAX(CONS-NDX)      TO CN-TAX-AMOUNT
               MOVE SPACES                     TO CN-PO-NUMBER
               MOVE WS-CONS-PREPAY(CONS-NDX)   TO CN-PREPAY-APPLIED
               MOVE "N"                        TO CN-DEPOSIT-SW
               MOVE WS-CONS-RETAINED(CONS-NDX) TO CN-RETAINED
               MOVE BZ-BUSINESS-DATE           TO CN-PAY-DATE
               WRITE CONSOLIDATED-OUT-RECORD
               ADD 1 TO WS-PAYMENTS-WRITTEN
               ADD WS-CONS-NET(CONS-NDX) TO WS-OUTPUT-NET-TOTAL
           END-PERFORM.
           CLOSE CONSOLIDATED-OUT.
      * Each company's ledger balances on its own. The paying
      * company takes a due-from receivable against the payable
      * its bank payment clears; the owing company clears its own
      * payable to the vendor against a due-to payable. The file
      * is always written - empty on a night with nothing paid
      * across companies - so the ledger posting can always
      * concatenate it.
       P0A-WRITE-IC-JOURNAL.
           OPEN OUTPUT IC-JOURNAL.
           PERFORM VARYING IC-NDX FROM 1 BY 1
                   UNTIL IC-NDX > WS-IC-COUNT
               MOVE WS-IC-CURRENCY(IC-NDX) TO JL-CURRENCY
               MOVE WS-IC-AMOUNT(IC-NDX)   TO JL-AMOUNT
               MOVE SPACES                 TO JL-COST-CENTER
               MOVE WS-IC-PAYER(IC-NDX)    TO JL-COMPANY-CODE
               MOVE "ICRECV  "             TO JL-ACCOUNT
               MOVE "DR"                   TO JL-DR-CR
               WRITE GL-JOURNAL-RECORD
               MOVE "ACCTSPAY"             TO JL-ACCOUNT
               MOVE "CR"                   TO JL-DR-CR
               WRITE GL-JOURNAL-RECORD
               MOVE WS-IC-OWER(IC-NDX)     TO JL-COMPANY-CODE
               MOVE "ACCTSPAY"             TO JL-ACCOUNT
               MOVE "DR"                   TO JL-DR-CR
               WRITE GL-JOURNAL-RECORD
               MOVE "ICPAY   "             TO JL-ACCOUNT
               MOVE "CR"                   TO JL-DR-CR
               WRITE GL-JOURNAL-RECORD
               ADD 4 TO WS-IC-LINES
           END-PERFORM.
           CLOSE IC-JOURNAL.
       P0A-WRITE-CONTROL-TOTALS.
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP.
