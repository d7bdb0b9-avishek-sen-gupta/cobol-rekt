      * vendor corrections applied during the run (tied back to the
      * VCAUDIT before/after records), with totals per vendor. This
      * is the answer to "which invoices does this payment cover"
      * without anyone reconstructing it by hand. An invoice that
      * had an earlier deposit taken off it carries a second line
      * naming the deposit and its PO, and a deposit itself is
      * marked as one, so the vendor's own ledger ties. Retainage
      * held back on a progress invoice, and the later payment of
      * a PO's retainage on completion, are shown the same way.
      * Each vendor's advice also goes onto the PRTQUEUE print-
      * stream queue under the VENDPAY remit-to name and address
      * (held when the vendor has none) for PRTSTRM to presort
      * with the other mailed documents.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-APPLICATION ASSIGN TO "CREDAPPL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT VENDOR-PAYMENT ASSIGN TO "VENDPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ADVICE-OUT ASSIGN TO "REMITADV"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           05  SX-COMPANY-CODE      PIC X(02).
           05  SX-INVOICE-NO        PIC X(10).
           05  SX-TAX-AMOUNT        PIC 9(07)V99.
           05  SX-PO-NUMBER         PIC X(08).
           05  SX-PREPAY-APPLIED    PIC 9(09)V99.
           05  SX-DEPOSIT-SW        PIC X(01).
           05  SX-RETAINED          PIC 9(09)V99.
           05  SX-PAY-DATE          PIC 9(08).
       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SW-SOME-PART-1       PIC X(04).
           05  FILLER               PIC X(112).
       FD  CORRECTION-AUDIT.
       01  VC-AUDIT-RECORD.
           05  VCA-TIMESTAMP      PIC X(14).
           05  CA-ORIG-INVOICE    PIC X(10).
           05  CA-CREDIT-AMOUNT   PIC 9(09)V99.
           05  CA-BUSINESS-DATE   PIC 9(08).
       FD  VENDOR-PAYMENT.
           COPY "vendpay.cpy".
       FD  ADVICE-OUT.
       01  ADVICE-OUT-RECORD     PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "prtqpm.cpy".
       01  WS-PAYEXT-EOF-SW        PIC X VALUE "N".
            88 PAYEXT-EOF          VALUE "Y".
       01  WS-VCAUDIT-EOF-SW       PIC X VALUE "N".
       01  WS-VEND-GROSS-TOT       PIC 9(11)V99 VALUE ZERO.
       01  WS-VEND-DISC-TOT        PIC 9(11)V99 VALUE ZERO.
       01  WS-VEND-NET-TOT         PIC 9(11)V99 VALUE ZERO.
       01  WS-VENDPAY-EOF-SW       PIC X VALUE "N".
            88 VENDPAY-EOF         VALUE "Y".
       01  WS-REMIT-FOUND-SW       PIC X VALUE "N".
            88 REMIT-FOUND         VALUE "Y".
       01  WS-NO-REMIT-ADDRESS     PIC 9(05) VALUE ZERO.
       01  WS-VP-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-VP-TABLE.
           05  WS-VP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY VP-NDX.
               10  WS-VP-VENDOR    PIC X(04).
               10  WS-VP-NAME      PIC X(30).
               10  WS-VP-ADDRESS   PIC X(30).
               10  WS-VP-POSTAL    PIC X(10).
       01  WS-CAPPL-EOF-SW         PIC X VALUE "N".
            88 CAPPL-EOF           VALUE "Y".
       01  WS-CAPPL-COUNT          PIC 9(04) COMP VALUE 0.
           05  FILLER      PIC X(18)
                   VALUE " AGAINST INVOICE  ".
           05  CA-INVOICE-O PIC X(10).
       01  WS-DEPOSIT-LINE.
           05  FILLER      PIC X(13) VALUE SPACES.
           05  DP-LABEL    PIC X(18).
           05  DP-AMOUNT-O PIC ZZZZZZZZ9.99.
           05  FILLER      PIC X(08) VALUE "  ON PO ".
           05  DP-PO-O     PIC X(08).
       01  WS-TOTAL-LINE.
           05  FILLER      PIC X(16) VALUE "  VENDOR TOTALS ".
           05  TL-COUNT    PIC ZZZZ9.
           CALL "TIMELOG" USING TIMELOG-PARMS
           PERFORM P0A-LOAD-CORRECTIONS.
           PERFORM P0A-LOAD-CREDIT-APPLICATIONS.
           PERFORM P0A-LOAD-PAY-DETAILS.
      * The extract arrives in invoice-arrival order, so a vendor
      * whose invoices interleave with another's would break the
      * control break - sort it by vendor first.
               USING PAYMENT-EXTRACT
               GIVING SORTED-EXTRACT.
           OPEN OUTPUT ADVICE-OUT.
           MOVE "REMITADV" TO PQ-SOURCE
           SET PQ-OPEN-QUEUE TO TRUE
           CALL "PRTQUEUE" USING PRTQUEUE-PARMS.
           OPEN INPUT SORTED-EXTRACT.
           IF  FS-SUCCESS
               PERFORM P0A-READ-PAYMENT-EXTRACT
           END-IF.
           PERFORM P0A-CLOSE-VENDOR.
           CLOSE ADVICE-OUT.
           MOVE WS-PAGE-NO TO PQ-PRODUCER-DOCS
           MOVE WS-PAGE-NO TO PQ-PRODUCER-PAGES
           SET PQ-CLOSE-QUEUE TO TRUE
           CALL "PRTQUEUE" USING PRTQUEUE-PARMS.
           DISPLAY "REMITADV FORMATTED " WS-RECORDS-READ
               " PAYMENTS OVER " WS-PAGE-NO " PAGES".
           DISPLAY "REMITADV NO REMIT ADDRESS: " WS-NO-REMIT-ADDRESS.
           MOVE "REMITADV" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
               AT END
                   SET CAPPL-EOF TO TRUE
           END-READ.
       P0A-LOAD-PAY-DETAILS.
           OPEN INPUT VENDOR-PAYMENT.
           IF  FS-SUCCESS
               PERFORM P0A-READ-VENDOR-PAYMENT
               PERFORM UNTIL VENDPAY-EOF
                   IF  WS-VP-COUNT < 2000
                       ADD 1 TO WS-VP-COUNT
                       SET VP-NDX TO WS-VP-COUNT
                       MOVE VP-VENDOR-ID     TO WS-VP-VENDOR(VP-NDX)
                       MOVE VP-REMIT-NAME    TO WS-VP-NAME(VP-NDX)
                       MOVE VP-REMIT-ADDRESS TO WS-VP-ADDRESS(VP-NDX)
                       MOVE VP-REMIT-POSTAL  TO WS-VP-POSTAL(VP-NDX)
                   END-IF
                   PERFORM P0A-READ-VENDOR-PAYMENT
               END-PERFORM
               CLOSE VENDOR-PAYMENT
           END-IF.
       P0A-READ-VENDOR-PAYMENT.
           READ VENDOR-PAYMENT
               AT END
                   SET VENDPAY-EOF TO TRUE
           END-READ.
       P0A-READ-PAYMENT-EXTRACT.
           READ SORTED-EXTRACT
               AT END
           MOVE SX-NET-PAYABLE     TO DL-NET
           MOVE SX-CURRENCY-CODE   TO DL-CURRENCY
           MOVE WS-DETAIL-LINE     TO ADVICE-OUT-RECORD
           PERFORM P0A-PUT-LINE
           IF  SX-DEPOSIT-SW = "Y"
               MOVE "DEPOSIT PAID      " TO DP-LABEL
               MOVE SX-GROSS-AMOUNT      TO DP-AMOUNT-O
               MOVE SX-PO-NUMBER         TO DP-PO-O
               MOVE WS-DEPOSIT-LINE      TO ADVICE-OUT-RECORD
               PERFORM P0A-PUT-LINE
           END-IF
           IF  SX-PREPAY-APPLIED > ZERO
               MOVE "LESS DEPOSIT HELD " TO DP-LABEL
               MOVE SX-PREPAY-APPLIED    TO DP-AMOUNT-O
               MOVE SX-PO-NUMBER         TO DP-PO-O
               MOVE WS-DEPOSIT-LINE      TO ADVICE-OUT-RECORD
               PERFORM P0A-PUT-LINE
           END-IF
           IF  SX-RETAINED > ZERO
               MOVE "LESS RETAINAGE    " TO DP-LABEL
               MOVE SX-RETAINED          TO DP-AMOUNT-O
               MOVE SX-PO-NUMBER         TO DP-PO-O
               MOVE WS-DEPOSIT-LINE      TO ADVICE-OUT-RECORD
               PERFORM P0A-PUT-LINE
           END-IF
           IF  SX-DEPOSIT-SW = "R"
               MOVE "RETAINAGE RELEASED" TO DP-LABEL
               MOVE SX-NET-PAYABLE       TO DP-AMOUNT-O
               MOVE SX-PO-NUMBER         TO DP-PO-O
               MOVE WS-DEPOSIT-LINE      TO ADVICE-OUT-RECORD
               PERFORM P0A-PUT-LINE
           END-IF
           ADD 1                   TO WS-VEND-INV-COUNT
           ADD SX-GROSS-AMOUNT     TO WS-VEND-GROSS-TOT
           ADD SX-DISCOUNT-TAKEN   TO WS-VEND-DISC-TOT
           ADD SX-NET-PAYABLE      TO WS-VEND-NET-TOT.
       P0A-OPEN-VENDOR.
           ADD 1 TO WS-PAGE-NO
           PERFORM P0A-QUEUE-ADVICE
           MOVE SX-SOME-PART-1 TO WS-PRIOR-VENDOR
           MOVE SX-SOME-PART-1 TO H1-VENDOR
           MOVE WS-PAGE-NO     TO H1-PAGE-NO
           MOVE WS-HEADING-1   TO ADVICE-OUT-RECORD
           PERFORM P0A-PUT-LINE
           MOVE WS-HEADING-2   TO ADVICE-OUT-RECORD
           PERFORM P0A-PUT-LINE
           SET VENDOR-OPEN TO TRUE
           MOVE ZERO TO WS-VEND-INV-COUNT
           MOVE ZERO TO WS-VEND-GROSS-TOT
           MOVE ZERO TO WS-VEND-DISC-TOT
           MOVE ZERO TO WS-VEND-NET-TOT.
      * One vendor's advice is one page and one document on the
      * queue, addressed to the VENDPAY remit-to details.
       P0A-QUEUE-ADVICE.
           MOVE "N" TO WS-REMIT-FOUND-SW
           PERFORM VARYING VP-NDX FROM 1 BY 1
                   UNTIL VP-NDX > WS-VP-COUNT OR REMIT-FOUND
               IF  WS-VP-VENDOR(VP-NDX) = SX-SOME-PART-1
                   SET REMIT-FOUND TO TRUE
                   MOVE WS-VP-NAME(VP-NDX)    TO PQ-MAIL-NAME
                   MOVE WS-VP-ADDRESS(VP-NDX) TO PQ-MAIL-ADDR-1
                   MOVE WS-VP-POSTAL(VP-NDX)  TO PQ-MAIL-POSTAL
               END-IF
           END-PERFORM
           MOVE SX-SOME-PART-1 TO PQ-ADDRESS-KEY
           IF  REMIT-FOUND
               MOVE "N"    TO PQ-HELD-SW
               MOVE SPACES TO PQ-MAIL-ADDR-2
           ELSE
               ADD 1 TO WS-NO-REMIT-ADDRESS
               SET PQ-HELD-NO-ADDRESS TO TRUE
           END-IF
           MOVE 1 TO PQ-PAGE-NO
           SET PQ-START-DOCUMENT TO TRUE
           CALL "PRTQUEUE" USING PRTQUEUE-PARMS.
       P0A-PUT-LINE.
           WRITE ADVICE-OUT-RECORD
           MOVE ADVICE-OUT-RECORD TO PQ-PRINT-LINE
           SET PQ-ADD-LINE TO TRUE
           CALL "PRTQUEUE" USING PRTQUEUE-PARMS.
       P0A-CLOSE-VENDOR.
           IF  VENDOR-OPEN
               PERFORM P0A-WRITE-CORRECTIONS
               MOVE WS-VEND-DISC-TOT  TO TL-DISCOUNT
               MOVE WS-VEND-NET-TOT   TO TL-NET
               MOVE WS-TOTAL-LINE     TO ADVICE-OUT-RECORD
               PERFORM P0A-PUT-LINE
               MOVE SPACES            TO ADVICE-OUT-RECORD
               PERFORM P0A-PUT-LINE
               MOVE "N" TO WS-VENDOR-OPEN-SW
           END-IF.
       P0A-WRITE-CREDIT-APPLICATIONS.
                   MOVE WS-CAPPL-AMOUNT(CAPPL-NDX)  TO CA-AMOUNT-O
                   MOVE WS-CAPPL-INVOICE(CAPPL-NDX) TO CA-INVOICE-O
                   MOVE WS-CRAPPL-LINE TO ADVICE-OUT-RECORD
                   PERFORM P0A-PUT-LINE
               END-IF
           END-PERFORM.
       P0A-WRITE-CORRECTIONS.
                   MOVE WS-VCA-BEFORE(VCA-NDX) TO CL-BEFORE
                   MOVE WS-VCA-AFTER(VCA-NDX)  TO CL-AFTER
                   MOVE WS-CORRECTION-LINE TO ADVICE-OUT-RECORD
                   PERFORM P0A-PUT-LINE
               END-IF
           END-PERFORM.
