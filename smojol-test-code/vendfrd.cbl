       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VENDFRD.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * VENDFRD - periodic vendor-master fraud sweep. SANSCRN only
      * screens vendors against the sanctions list; this sweep
      * looks for the inside job instead, and writes every hit to
      * VFINDING for internal audit to work through:
      *   BANK - two vendors paid into the same routing and account
      *   ADDR - two vendors remitting to the same address, compared
      *          upper-cased with punctuation and spaces dropped
      *   NAME - two vendors whose names match once upper-cased,
      *          punctuation dropped and company suffixes such as
      *          INC, LTD, LLC or CORP left out
      *   BCHG - a PAYHIST payment at or over the large-payment
      *          amount whose pay date falls within the window of
      *          the vendor's bank details changing. The change date
      *          is VP-PRENOTE-DATE - VENDPRN stamps it when new or
      *          re-keyed details go out on prenote, which is the
      *          one dated trace a bank-detail change leaves.
      * The FRDPARM card sets the window in days (default 30) and
      * the large-payment amount (default 10000.00). A vendor table
      * that would overflow stops the sweep with RC 12 before any
      * finding is written, rather than audit work through half a
      * picture; RC 4 says the sweep found something.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "FRDPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT VENDOR-PAYMENT ASSIGN TO "VENDPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FINDING-OUT ASSIGN TO "VFINDING"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  FRAUD-PARM-FIELDS.
           05  FP-WINDOW-DAYS     PIC 9(03).
           05  FP-LARGE-AMOUNT    PIC 9(09)V99.
           05  FILLER             PIC X(66).
       FD  VENDOR-MASTER.
           COPY "vendmstr.cpy".
       FD  VENDOR-PAYMENT.
           COPY "vendpay.cpy".
       FD  PAYMENT-HISTORY.
           COPY "payext.cpy".
       FD  FINDING-OUT.
           COPY "vfinding.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
       01  WS-VENDOR-EOF-SW        PIC X VALUE "N".
            88 VENDOR-EOF          VALUE "Y".
       01  WS-VENDPAY-EOF-SW       PIC X VALUE "N".
            88 VENDPAY-EOF         VALUE "Y".
       01  WS-PAYHIST-EOF-SW       PIC X VALUE "N".
            88 PAYHIST-EOF         VALUE "Y".
       01  WS-TABLE-FULL-SW        PIC X VALUE "N".
            88 TABLE-FULL          VALUE "Y".
       01  WS-DROP-SUFFIX-SW       PIC X VALUE "N".
            88 DROP-SUFFIXES       VALUE "Y".
       01  WS-WINDOW-DAYS          PIC 9(03) VALUE 30.
       01  WS-LARGE-AMOUNT         PIC 9(09)V99 VALUE 10000.00.
       01  WS-VENDORS-READ         PIC 9(05) VALUE ZERO.
       01  WS-PAYDETS-READ         PIC 9(05) VALUE ZERO.
       01  WS-PAYMENTS-READ        PIC 9(07) VALUE ZERO.
       01  WS-BANK-HITS            PIC 9(05) VALUE ZERO.
       01  WS-ADDR-HITS            PIC 9(05) VALUE ZERO.
       01  WS-NAME-HITS            PIC 9(05) VALUE ZERO.
       01  WS-BCHG-HITS            PIC 9(05) VALUE ZERO.
       01  WS-GAP-DAYS             PIC S9(05) VALUE ZERO.
       01  WS-GAP-DAYS-ED          PIC ZZZZ9.
       01  WS-I                    PIC 9(04) COMP VALUE 0.
       01  WS-J                    PIC 9(04) COMP VALUE 0.
       01  WS-TOK                  PIC 9(04) COMP VALUE 0.
       01  WS-KEY-PTR              PIC 9(04) COMP VALUE 0.
      * Name and address keys: the text upper-cased, punctuation
      * turned to spaces, split into words and run back together
      * without the spaces - and for a name, without the company
      * suffix words, so "Acme, Inc." and "ACME LTD" both key ACME.
       01  WS-NORM-TEXT            PIC X(30).
       01  WS-NORM-KEY             PIC X(30).
       01  WS-NORM-TOKENS.
           05  WS-NORM-TOKEN       PIC X(30) OCCURS 10 TIMES.
       01  WS-TOKEN-CHECK          PIC X(30).
           88  NAME-SUFFIX         VALUES "INC" "INCORPORATED"
                                          "LTD" "LIMITED" "LLC"
                                          "LLP" "CO" "COMPANY"
                                          "CORP" "CORPORATION"
                                          "PLC" "GMBH" "AG" "SA"
                                          "THE".
       01  WS-VM-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-VM-TABLE.
           05  WS-VM-ENTRY OCCURS 2000 TIMES.
               10  WS-VM-VENDOR    PIC X(04).
               10  WS-VM-NAME      PIC X(30).
               10  WS-VM-NAME-KEY  PIC X(30).
       01  WS-VP-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-VP-TABLE.
           05  WS-VP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY VP-NDX.
               10  WS-VP-VENDOR    PIC X(04).
               10  WS-VP-ROUTING   PIC X(09).
               10  WS-VP-ACCOUNT   PIC X(12).
               10  WS-VP-ADDRESS   PIC X(30).
               10  WS-VP-ADDR-KEY  PIC X(30).
               10  WS-VP-CHANGED   PIC 9(08).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "VENDFRD" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS.
           PERFORM P0A-READ-PARM-CARD.
           PERFORM P0A-LOAD-VENDORS.
           PERFORM P0A-LOAD-PAY-DETAILS.
           IF  TABLE-FULL
               DISPLAY "VENDFRD VENDOR TABLE FULL AT 2000 - "
                   "SWEEP NOT RUN"
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT FINDING-OUT
               PERFORM P0A-SWEEP-PAY-DETAILS
               PERFORM P0A-SWEEP-NAMES
               PERFORM P0A-SWEEP-PAYMENTS
               CLOSE FINDING-OUT
               DISPLAY "VENDFRD VENDORS=" WS-VENDORS-READ
                   " PAYDETS=" WS-PAYDETS-READ
                   " PAYMENTS=" WS-PAYMENTS-READ
               DISPLAY "VENDFRD BANK=" WS-BANK-HITS
                   " ADDR=" WS-ADDR-HITS
                   " NAME=" WS-NAME-HITS
                   " BCHG=" WS-BCHG-HITS
               IF  WS-BANK-HITS > ZERO OR WS-ADDR-HITS > ZERO
                   OR WS-NAME-HITS > ZERO OR WS-BCHG-HITS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE "VENDFRD" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF  FS-SUCCESS
               READ PARM-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF  FP-WINDOW-DAYS NUMERIC
                           AND FP-WINDOW-DAYS > ZERO
                           MOVE FP-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       IF  FP-LARGE-AMOUNT NUMERIC
                           AND FP-LARGE-AMOUNT > ZERO
                           MOVE FP-LARGE-AMOUNT TO WS-LARGE-AMOUNT
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
       P0A-LOAD-VENDORS.
           OPEN INPUT VENDOR-MASTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-VENDOR
               PERFORM UNTIL VENDOR-EOF
                   IF  WS-VM-COUNT < 2000
                       ADD 1 TO WS-VM-COUNT
                       MOVE VM-VENDOR-ID
                           TO WS-VM-VENDOR(WS-VM-COUNT)
                       MOVE VM-VENDOR-NAME
                           TO WS-VM-NAME(WS-VM-COUNT)
                       MOVE VM-VENDOR-NAME TO WS-NORM-TEXT
                       SET DROP-SUFFIXES TO TRUE
                       PERFORM P0A-NORMALIZE-TEXT
                       MOVE WS-NORM-KEY
                           TO WS-VM-NAME-KEY(WS-VM-COUNT)
                   ELSE
                       SET TABLE-FULL TO TRUE
                   END-IF
                   PERFORM P0A-READ-VENDOR
               END-PERFORM
               CLOSE VENDOR-MASTER
           END-IF.
       P0A-READ-VENDOR.
           READ VENDOR-MASTER
               AT END
                   SET VENDOR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-VENDORS-READ
           END-READ.
       P0A-LOAD-PAY-DETAILS.
           OPEN INPUT VENDOR-PAYMENT.
           IF  FS-SUCCESS
               PERFORM P0A-READ-VENDPAY
               PERFORM UNTIL VENDPAY-EOF
                   IF  WS-VP-COUNT < 2000
                       ADD 1 TO WS-VP-COUNT
                       SET VP-NDX TO WS-VP-COUNT
                       MOVE VP-VENDOR-ID TO WS-VP-VENDOR(VP-NDX)
                       MOVE VP-BANK-ROUTING
                           TO WS-VP-ROUTING(VP-NDX)
                       MOVE VP-BANK-ACCOUNT
                           TO WS-VP-ACCOUNT(VP-NDX)
                       MOVE VP-REMIT-ADDRESS
                           TO WS-VP-ADDRESS(VP-NDX)
                       MOVE VP-REMIT-ADDRESS TO WS-NORM-TEXT
                       MOVE "N" TO WS-DROP-SUFFIX-SW
                       PERFORM P0A-NORMALIZE-TEXT
                       MOVE WS-NORM-KEY TO WS-VP-ADDR-KEY(VP-NDX)
                       IF  VP-PRENOTE-DATE NUMERIC
                           MOVE VP-PRENOTE-DATE
                               TO WS-VP-CHANGED(VP-NDX)
                       ELSE
                           MOVE ZERO TO WS-VP-CHANGED(VP-NDX)
                       END-IF
                   ELSE
                       SET TABLE-FULL TO TRUE
                   END-IF
                   PERFORM P0A-READ-VENDPAY
               END-PERFORM
               CLOSE VENDOR-PAYMENT
           END-IF.
       P0A-READ-VENDPAY.
           READ VENDOR-PAYMENT
               AT END
                   SET VENDPAY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PAYDETS-READ
           END-READ.
       P0A-NORMALIZE-TEXT.
           INSPECT WS-NORM-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz.,-&'/()#"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ         "
           MOVE SPACES TO WS-NORM-TOKENS WS-NORM-KEY
           UNSTRING WS-NORM-TEXT DELIMITED BY ALL SPACE
               INTO WS-NORM-TOKEN(1) WS-NORM-TOKEN(2)
                    WS-NORM-TOKEN(3) WS-NORM-TOKEN(4)
                    WS-NORM-TOKEN(5) WS-NORM-TOKEN(6)
                    WS-NORM-TOKEN(7) WS-NORM-TOKEN(8)
                    WS-NORM-TOKEN(9) WS-NORM-TOKEN(10)
           END-UNSTRING
           MOVE 1 TO WS-KEY-PTR
           PERFORM VARYING WS-TOK FROM 1 BY 1 UNTIL WS-TOK > 10
               MOVE WS-NORM-TOKEN(WS-TOK) TO WS-TOKEN-CHECK
               IF  WS-TOKEN-CHECK NOT = SPACES
                   IF  DROP-SUFFIXES AND NAME-SUFFIX
                       CONTINUE
                   ELSE
                       STRING WS-TOKEN-CHECK DELIMITED BY SPACE
                           INTO WS-NORM-KEY
                           WITH POINTER WS-KEY-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.
      * Shared bank details and shared remit addresses, each pair
      * of payment-detail records compared once. Blank details
      * (a cheque-only vendor has no account) match nothing.
       P0A-SWEEP-PAY-DETAILS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-VP-COUNT
               COMPUTE WS-J = WS-I + 1
               PERFORM UNTIL WS-J > WS-VP-COUNT
                   PERFORM P0A-COMPARE-PAY-DETAILS
                   ADD 1 TO WS-J
               END-PERFORM
           END-PERFORM.
       P0A-COMPARE-PAY-DETAILS.
           IF  WS-VP-ACCOUNT(WS-I) NOT = SPACES
               AND WS-VP-ROUTING(WS-I) NOT = SPACES
               AND WS-VP-ACCOUNT(WS-I) = WS-VP-ACCOUNT(WS-J)
               AND WS-VP-ROUTING(WS-I) = WS-VP-ROUTING(WS-J)
               INITIALIZE VENDOR-FINDING-RECORD
               SET VF-SHARED-BANK TO TRUE
               MOVE WS-VP-VENDOR(WS-I) TO VF-VENDOR-ID
               MOVE WS-VP-VENDOR(WS-J) TO VF-OTHER-VENDOR
               STRING "SAME BANK " WS-VP-ROUTING(WS-I) " "
                   WS-VP-ACCOUNT(WS-I)
                   DELIMITED BY SIZE INTO VF-DETAIL
               END-STRING
               PERFORM P0A-WRITE-FINDING
               ADD 1 TO WS-BANK-HITS
           END-IF
           IF  WS-VP-ADDR-KEY(WS-I) NOT = SPACES
               AND WS-VP-ADDR-KEY(WS-I) = WS-VP-ADDR-KEY(WS-J)
               INITIALIZE VENDOR-FINDING-RECORD
               SET VF-SHARED-ADDR TO TRUE
               MOVE WS-VP-VENDOR(WS-I) TO VF-VENDOR-ID
               MOVE WS-VP-VENDOR(WS-J) TO VF-OTHER-VENDOR
               STRING "SAME ADDRESS " WS-VP-ADDRESS(WS-I)
                   DELIMITED BY SIZE INTO VF-DETAIL
               END-STRING
               PERFORM P0A-WRITE-FINDING
               ADD 1 TO WS-ADDR-HITS
           END-IF.
       P0A-SWEEP-NAMES.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-VM-COUNT
               COMPUTE WS-J = WS-I + 1
               PERFORM UNTIL WS-J > WS-VM-COUNT
                   IF  WS-VM-NAME-KEY(WS-I) NOT = SPACES
                       AND WS-VM-NAME-KEY(WS-I)
                           = WS-VM-NAME-KEY(WS-J)
                       INITIALIZE VENDOR-FINDING-RECORD
                       SET VF-SIMILAR-NAME TO TRUE
                       MOVE WS-VM-VENDOR(WS-I) TO VF-VENDOR-ID
                       MOVE WS-VM-VENDOR(WS-J) TO VF-OTHER-VENDOR
                       STRING "NAME LIKE " WS-VM-NAME(WS-J)
                           DELIMITED BY SIZE INTO VF-DETAIL
                       END-STRING
                       PERFORM P0A-WRITE-FINDING
                       ADD 1 TO WS-NAME-HITS
                   END-IF
                   ADD 1 TO WS-J
               END-PERFORM
           END-PERFORM.
      * Large payments against recently changed bank details. The
      * gap is measured either side of the pay date: details
      * changed just before a big payment, or just after one and
      * ahead of the next, are both worth a look.
       P0A-SWEEP-PAYMENTS.
           OPEN INPUT PAYMENT-HISTORY.
           IF  FS-SUCCESS
               PERFORM P0A-READ-PAYHIST
               PERFORM UNTIL PAYHIST-EOF
                   IF  PX-NET-PAYABLE >= WS-LARGE-AMOUNT
                       AND PX-PAY-DATE NUMERIC
                       AND PX-PAY-DATE > ZERO
                       PERFORM P0A-CHECK-BANK-CHANGE
                   END-IF
                   PERFORM P0A-READ-PAYHIST
               END-PERFORM
               CLOSE PAYMENT-HISTORY
           END-IF.
       P0A-READ-PAYHIST.
           READ PAYMENT-HISTORY
               AT END
                   SET PAYHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PAYMENTS-READ
           END-READ.
       P0A-CHECK-BANK-CHANGE.
           SET VP-NDX TO 1
           SEARCH WS-VP-ENTRY
               AT END
                   CONTINUE
               WHEN VP-NDX > WS-VP-COUNT
                   CONTINUE
               WHEN WS-VP-VENDOR(VP-NDX) = PX-SOME-PART-1
                   IF  WS-VP-CHANGED(VP-NDX) > ZERO
                       COMPUTE WS-GAP-DAYS =
                           FUNCTION INTEGER-OF-DATE(PX-PAY-DATE)
                         - FUNCTION INTEGER-OF-DATE
                               (WS-VP-CHANGED(VP-NDX))
                       IF  WS-GAP-DAYS < ZERO
                           MULTIPLY -1 BY WS-GAP-DAYS
                       END-IF
                       IF  WS-GAP-DAYS <= WS-WINDOW-DAYS
                           PERFORM P0A-WRITE-BANK-CHANGE
                       END-IF
                   END-IF
           END-SEARCH.
       P0A-WRITE-BANK-CHANGE.
           INITIALIZE VENDOR-FINDING-RECORD
           SET VF-BANK-CHANGE TO TRUE
           MOVE PX-SOME-PART-1 TO VF-VENDOR-ID
           MOVE PX-NET-PAYABLE TO VF-AMOUNT
           MOVE PX-PAY-DATE    TO VF-EVENT-DATE
           MOVE WS-GAP-DAYS    TO WS-GAP-DAYS-ED
           STRING "CHANGED " WS-VP-CHANGED(VP-NDX)
               " INV " PX-INVOICE-NO " GAP" WS-GAP-DAYS-ED
               DELIMITED BY SIZE INTO VF-DETAIL
           END-STRING
           PERFORM P0A-WRITE-FINDING
           ADD 1 TO WS-BCHG-HITS.
       P0A-WRITE-FINDING.
           MOVE BZ-BUSINESS-DATE TO VF-SWEEP-DATE
           WRITE VENDOR-FINDING-RECORD.
