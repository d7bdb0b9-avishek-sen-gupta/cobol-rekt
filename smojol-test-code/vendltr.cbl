       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VENDLTR.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * VENDLTR - vendor notification letters. A vendor whose
      * invoice sat on the review queue for a missing PO, or was
      * rejected off it, used to find out only when they chased
      * the payment weeks later. Each night this step writes one
      * letter per newly held item on INVREVQ and per item INVRECYC
      * rejected to INVREJ, addressed from the VENDPAY remit name
      * and address, with the internal reason translated into plain
      * language and what the vendor can do about it. Only reasons
      * the vendor can act on, or should be told of, are on the
      * translation table below; a hold for anything else (stop
      * list, denied party, budget, the run's own advisories) is
      * internal and draws no letter. A reject always draws one -
      * the vendor must know the invoice will not be paid - but
      * with a plain "contact accounts payable" when its reason is
      * not one the table gives the vendor. Every letter is logged
      * to the NOTIFREG register, which is also read first so an
      * item is written about only once for the same hold. An item
      * whose vendor has no VENDPAY record cannot be addressed; it
      * is counted and left unregistered, so it is picked up the
      * first night the vendor has remit details.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-QUEUE ASSIGN TO "INVREVQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RECYCLE-REJECTS ASSIGN TO "INVREJ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT VENDOR-PAYMENT ASSIGN TO "VENDPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NOTIFY-REGISTER ASSIGN TO "NOTIFREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LETTER-OUT ASSIGN TO "VENDLTR"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD  RECYCLE-REJECTS.
       01  REJECT-RECORD.
           05  RJ-SOME-PART-1     PIC X(04).
           05  RJ-SOME-PART-2     PIC X(04).
           05  RJ-INVOICE-AMOUNT  PIC 9(09)V99.
           05  RJ-REJECT-REASON   PIC X(40).
       FD  VENDOR-PAYMENT.
           COPY "vendpay.cpy".
       FD  NOTIFY-REGISTER.
           COPY "notifreg.cpy".
       FD  LETTER-OUT.
       01  LETTER-OUT-RECORD     PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
       01  WS-REVIEW-EOF-SW        PIC X VALUE "N".
            88 REVIEW-EOF          VALUE "Y".
       01  WS-REJECT-EOF-SW        PIC X VALUE "N".
            88 REJECT-EOF          VALUE "Y".
       01  WS-VENDPAY-EOF-SW       PIC X VALUE "N".
            88 VENDPAY-EOF         VALUE "Y".
       01  WS-REGISTER-EOF-SW      PIC X VALUE "N".
            88 REGISTER-EOF        VALUE "Y".
       01  WS-TABLE-FULL-SW        PIC X VALUE "N".
            88 TABLE-FULL          VALUE "Y".
       01  WS-NOTIFIED-SW          PIC X VALUE "N".
            88 ALREADY-NOTIFIED    VALUE "Y".
       01  WS-TEXT-FOUND-SW        PIC X VALUE "N".
            88 TEXT-FOUND          VALUE "Y".
       01  WS-ITEMS-READ           PIC 9(07) VALUE ZERO.
       01  WS-REJECTS-READ         PIC 9(07) VALUE ZERO.
       01  WS-LETTERS-WRITTEN      PIC 9(07) VALUE ZERO.
       01  WS-ALREADY-SENT         PIC 9(07) VALUE ZERO.
       01  WS-INTERNAL-ONLY        PIC 9(07) VALUE ZERO.
       01  WS-NO-ADDRESS           PIC 9(07) VALUE ZERO.
      * The item being written about, from whichever file it came.
       01  WS-LETTER-ITEM.
           05  WS-LI-KEY.
               10  WS-LI-PART-1    PIC X(04).
               10  WS-LI-PART-2    PIC X(04).
               10  WS-LI-SOURCE    PIC X(01).
                   88  WS-LI-HELD      VALUE "H".
                   88  WS-LI-REJECTED  VALUE "R".
               10  WS-LI-REASON    PIC X(40).
           05  WS-LI-INVOICE-NO    PIC X(10).
           05  WS-LI-AMOUNT        PIC 9(09)V99.
           05  WS-LI-CURRENCY      PIC X(04).
       01  WS-LI-TEXT-1            PIC X(60).
       01  WS-LI-TEXT-2            PIC X(60).
      * Internal reason to vendor wording. The last byte says
      * whether the wording also fits a rejected item - "awaiting
      * approval" does not, so a rejected approval hold gets the
      * plain contact-us letter instead.
       01  WS-REASON-TEXT-VALUES.
           05  FILLER PIC X(40)
                   VALUE "NO OPEN PO MATCH WITHIN TOLERANCE".
           05  FILLER PIC X(60) VALUE
           "NO MATCHING PURCHASE ORDER - PLEASE QUOTE YOUR PO NUMBER".
           05  FILLER PIC X(60) VALUE
               "ON THE INVOICE, OR ASK YOUR BUYER FOR ONE.".
           05  FILLER PIC X(01) VALUE "Y".
           05  FILLER PIC X(40)
                   VALUE "DETAIL LINES DO NOT SUM TO HEADER AMOUNT".
           05  FILLER PIC X(60) VALUE
               "THE INVOICE LINES DO NOT ADD UP TO THE INVOICE TOTAL -".
           05  FILLER PIC X(60) VALUE
               "PLEASE SEND A CORRECTED INVOICE.".
           05  FILLER PIC X(01) VALUE "Y".
           05  FILLER PIC X(40)
                   VALUE "DETAIL TAX DOES NOT SUM TO HEADER TAX".
           05  FILLER PIC X(60) VALUE
           "THE TAX ON THE INVOICE LINES DOES NOT ADD UP TO THE TAX".
           05  FILLER PIC X(60) VALUE
               "TOTAL - PLEASE SEND A CORRECTED INVOICE.".
           05  FILLER PIC X(01) VALUE "Y".
           05  FILLER PIC X(40)
                   VALUE "SUSPECTED DUPLICATE - ON INVOICE HISTORY".
           05  FILLER PIC X(60) VALUE
           "THIS INVOICE MATCHES ONE WE HAVE ALREADY RECEIVED - IF IT".
           05  FILLER PIC X(60) VALUE
               "IS A NEW INVOICE, PLEASE CONTACT ACCOUNTS PAYABLE.".
           05  FILLER PIC X(01) VALUE "Y".
           05  FILLER PIC X(40)
                   VALUE "CREDIT MEMO NAMES NO ORIGINAL INVOICE".
           05  FILLER PIC X(60) VALUE
           "THIS CREDIT NOTE DOES NOT NAME THE INVOICE IT CREDITS -".
           05  FILLER PIC X(60) VALUE
               "PLEASE RESEND IT QUOTING THE ORIGINAL INVOICE NUMBER.".
           05  FILLER PIC X(01) VALUE "Y".
           05  FILLER PIC X(40)
                   VALUE "CREDIT MEMO - ORIGINAL INVOICE UNKNOWN".
           05  FILLER PIC X(60) VALUE
           "WE CANNOT FIND THE INVOICE THIS CREDIT NOTE REFERS TO -".
           05  FILLER PIC X(60) VALUE
               "PLEASE CHECK THE ORIGINAL INVOICE NUMBER QUOTED.".
           05  FILLER PIC X(01) VALUE "Y".
           05  FILLER PIC X(40)
                   VALUE "CREDITS EXCEED THE ORIGINAL INVOICE".
           05  FILLER PIC X(60) VALUE
           "CREDITS AGAINST THE ORIGINAL INVOICE NOW EXCEED ITS VALUE".
           05  FILLER PIC X(60) VALUE
               "- PLEASE CONTACT ACCOUNTS PAYABLE TO RECONCILE.".
           05  FILLER PIC X(01) VALUE "Y".
           05  FILLER PIC X(40)
                   VALUE "DEPOSIT PO NOT OPEN OR DEPOSIT EXCEEDS I".
           05  FILLER PIC X(60) VALUE
           "THE DEPOSIT DOES NOT MATCH AN OPEN PURCHASE ORDER, OR IS".
           05  FILLER PIC X(60) VALUE
           "MORE THAN THE ORDER ALLOWS - PLEASE CONTACT YOUR BUYER.".
           05  FILLER PIC X(01) VALUE "Y".
           05  FILLER PIC X(40)
                   VALUE "HELD - SUPERVISOR APPROVAL REQUIRED".
           05  FILLER PIC X(60) VALUE
           "YOUR INVOICE IS AWAITING APPROVAL WITHIN OUR ORGANISATION.".
           05  FILLER PIC X(60) VALUE
               "NO ACTION IS NEEDED FROM YOU.".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC X(40)
                   VALUE "HELD - TWO APPROVERS REQUIRED OVER TIER ".
           05  FILLER PIC X(60) VALUE
           "YOUR INVOICE IS AWAITING APPROVAL WITHIN OUR ORGANISATION.".
           05  FILLER PIC X(60) VALUE
               "NO ACTION IS NEEDED FROM YOU.".
           05  FILLER PIC X(01) VALUE "N".
           05  FILLER PIC X(40)
                   VALUE "PAYMENT RETURNED BY BANK".
           05  FILLER PIC X(60) VALUE
               "OUR PAYMENT WAS RETURNED BY YOUR BANK - PLEASE CONFIRM".
           05  FILLER PIC X(60) VALUE
               "YOUR BANK DETAILS IN WRITING TO ACCOUNTS PAYABLE.".
           05  FILLER PIC X(01) VALUE "Y".
       01  WS-REASON-TEXT-TABLE REDEFINES WS-REASON-TEXT-VALUES.
           05  WS-RT-ENTRY OCCURS 11 TIMES
                   INDEXED BY RT-NDX.
               10  WS-RT-REASON    PIC X(40).
               10  WS-RT-TEXT-1    PIC X(60).
               10  WS-RT-TEXT-2    PIC X(60).
               10  WS-RT-REJECT-SW PIC X(01).
       01  WS-RT-COUNT             PIC 9(04) COMP VALUE 11.
       01  WS-VP-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-VP-TABLE.
           05  WS-VP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY VP-NDX.
               10  WS-VP-VENDOR    PIC X(04).
               10  WS-VP-NAME      PIC X(30).
               10  WS-VP-ADDRESS   PIC X(30).
       01  WS-NR-COUNT             PIC 9(05) COMP VALUE 0.
       01  WS-NR-TABLE.
           05  WS-NR-KEY OCCURS 20000 TIMES
                   INDEXED BY NR-NDX   PIC X(49).
       01  WS-LETTER-HEAD.
           05  FILLER      PIC X(17) VALUE "ACCOUNTS PAYABLE ".
           05  FILLER      PIC X(20) VALUE "- INVOICE NOTICE    ".
           05  FILLER      PIC X(29) VALUE SPACES.
           05  FILLER      PIC X(05) VALUE "DATE ".
           05  LH-DATE     PIC 9(08).
       01  WS-ADDRESS-LINE.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  AL-TEXT     PIC X(30).
       01  WS-REFERENCE-LINE.
           05  FILLER      PIC X(21) VALUE "YOUR INVOICE NUMBER  ".
           05  RL-INVOICE  PIC X(10).
           05  FILLER      PIC X(10) VALUE "  AMOUNT  ".
           05  RL-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  RL-CURRENCY PIC X(04).
       01  WS-OUR-REF-LINE.
           05  FILLER      PIC X(21) VALUE "OUR REFERENCE        ".
           05  OR-PART-1   PIC X(04).
           05  FILLER      PIC X(01) VALUE "-".
           05  OR-PART-2   PIC X(04).
       01  WS-HELD-LINE    PIC X(40)
               VALUE "YOUR INVOICE IS ON HOLD:".
       01  WS-REJECTED-LINE PIC X(40)
               VALUE "YOUR INVOICE HAS BEEN REJECTED:".
       01  WS-GENERIC-TEXT-1 PIC X(60)
               VALUE "WE ARE UNABLE TO PAY THIS INVOICE AS SUBMITTED.".
       01  WS-GENERIC-TEXT-2 PIC X(60) VALUE
           "PLEASE CONTACT ACCOUNTS PAYABLE QUOTING OUR REFERENCE.".
       01  WS-TEXT-LINE.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  TL-TEXT     PIC X(60).
       01  WS-SIGN-OFF-LINE PIC X(40)
               VALUE "ACCOUNTS PAYABLE".
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "VENDLTR" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS.
           PERFORM P0A-LOAD-PAY-DETAILS.
           PERFORM P0A-LOAD-REGISTER.
           IF  TABLE-FULL
               DISPLAY "VENDLTR VENDPAY OR NOTIFREG TABLE FULL - "
                   "NO LETTERS WRITTEN"
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT LETTER-OUT
               OPEN EXTEND NOTIFY-REGISTER
               IF  NOT FS-SUCCESS
                   OPEN OUTPUT NOTIFY-REGISTER
               END-IF
               PERFORM P0A-NOTIFY-HELD-ITEMS
               PERFORM P0A-NOTIFY-REJECTED-ITEMS
               CLOSE NOTIFY-REGISTER
               CLOSE LETTER-OUT
           END-IF.
           DISPLAY "VENDLTR HELD=" WS-ITEMS-READ
               " REJECTED=" WS-REJECTS-READ
               " LETTERS=" WS-LETTERS-WRITTEN
               " ALREADY SENT=" WS-ALREADY-SENT
               " INTERNAL=" WS-INTERNAL-ONLY
               " NO ADDRESS=" WS-NO-ADDRESS.
           MOVE "VENDLTR" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-LOAD-PAY-DETAILS.
           OPEN INPUT VENDOR-PAYMENT.
           IF  FS-SUCCESS
               PERFORM P0A-READ-VENDOR-PAYMENT
               PERFORM UNTIL VENDPAY-EOF OR TABLE-FULL
                   IF  WS-VP-COUNT < 2000
                       ADD 1 TO WS-VP-COUNT
                       SET VP-NDX TO WS-VP-COUNT
                       MOVE VP-VENDOR-ID     TO WS-VP-VENDOR(VP-NDX)
                       MOVE VP-REMIT-NAME    TO WS-VP-NAME(VP-NDX)
                       MOVE VP-REMIT-ADDRESS TO WS-VP-ADDRESS(VP-NDX)
                       PERFORM P0A-READ-VENDOR-PAYMENT
                   ELSE
                       SET TABLE-FULL TO TRUE
                   END-IF
               END-PERFORM
               CLOSE VENDOR-PAYMENT
           END-IF.
       P0A-READ-VENDOR-PAYMENT.
           READ VENDOR-PAYMENT
               AT END
                   SET VENDPAY-EOF TO TRUE
           END-READ.
       P0A-LOAD-REGISTER.
           OPEN INPUT NOTIFY-REGISTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-REGISTER
               PERFORM UNTIL REGISTER-EOF OR TABLE-FULL
                   IF  WS-NR-COUNT < 20000
                       ADD 1 TO WS-NR-COUNT
                       SET NR-NDX TO WS-NR-COUNT
                       MOVE NOTIFY-REGISTER-RECORD(1:49)
                           TO WS-NR-KEY(NR-NDX)
                       PERFORM P0A-READ-REGISTER
                   ELSE
                       SET TABLE-FULL TO TRUE
                   END-IF
               END-PERFORM
               CLOSE NOTIFY-REGISTER
           END-IF.
       P0A-READ-REGISTER.
           READ NOTIFY-REGISTER
               AT END
                   SET REGISTER-EOF TO TRUE
           END-READ.
      * The review queue carries every item still held, tonight's
      * and older; the register is what makes a letter go only
      * the first night an item is held for a given reason.
       P0A-NOTIFY-HELD-ITEMS.
           OPEN INPUT REVIEW-QUEUE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-REVIEW-QUEUE
               PERFORM UNTIL REVIEW-EOF
                   MOVE RQ-SOME-PART-1    TO WS-LI-PART-1
                   MOVE RQ-SOME-PART-2    TO WS-LI-PART-2
                   SET WS-LI-HELD         TO TRUE
                   MOVE RQ-REASON         TO WS-LI-REASON
                   MOVE RQ-INVOICE-NO     TO WS-LI-INVOICE-NO
                   MOVE RQ-INVOICE-AMOUNT TO WS-LI-AMOUNT
                   MOVE RQ-CURRENCY       TO WS-LI-CURRENCY
                   PERFORM P0A-NOTIFY-ONE-ITEM
                   PERFORM P0A-READ-REVIEW-QUEUE
               END-PERFORM
               CLOSE REVIEW-QUEUE
           END-IF.
       P0A-READ-REVIEW-QUEUE.
           READ REVIEW-QUEUE
               AT END
                   SET REVIEW-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
           END-READ.
      * INVREJ carries no invoice number or currency - the letter
      * quotes our reference and the amount.
       P0A-NOTIFY-REJECTED-ITEMS.
           OPEN INPUT RECYCLE-REJECTS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-REJECT
               PERFORM UNTIL REJECT-EOF
                   MOVE RJ-SOME-PART-1    TO WS-LI-PART-1
                   MOVE RJ-SOME-PART-2    TO WS-LI-PART-2
                   SET WS-LI-REJECTED     TO TRUE
                   MOVE RJ-REJECT-REASON  TO WS-LI-REASON
                   MOVE SPACES            TO WS-LI-INVOICE-NO
                   MOVE RJ-INVOICE-AMOUNT TO WS-LI-AMOUNT
                   MOVE SPACES            TO WS-LI-CURRENCY
                   PERFORM P0A-NOTIFY-ONE-ITEM
                   PERFORM P0A-READ-REJECT
               END-PERFORM
               CLOSE RECYCLE-REJECTS
           END-IF.
       P0A-READ-REJECT.
           READ RECYCLE-REJECTS
               AT END
                   SET REJECT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REJECTS-READ
           END-READ.
       P0A-NOTIFY-ONE-ITEM.
           PERFORM P0A-FIND-REASON-TEXT
           IF  WS-LI-HELD AND NOT TEXT-FOUND
               ADD 1 TO WS-INTERNAL-ONLY
           ELSE
               PERFORM P0A-CHECK-REGISTER
               IF  ALREADY-NOTIFIED
                   ADD 1 TO WS-ALREADY-SENT
               ELSE
                   SET VP-NDX TO 1
                   SEARCH WS-VP-ENTRY
                       AT END
                           PERFORM P0A-REPORT-NO-ADDRESS
                       WHEN VP-NDX > WS-VP-COUNT
                           PERFORM P0A-REPORT-NO-ADDRESS
                       WHEN WS-VP-VENDOR(VP-NDX) = WS-LI-PART-1
                           PERFORM P0A-WRITE-LETTER
                           PERFORM P0A-REGISTER-LETTER
                   END-SEARCH
               END-IF
           END-IF.
       P0A-REPORT-NO-ADDRESS.
           ADD 1 TO WS-NO-ADDRESS
           DISPLAY "VENDLTR NO VENDPAY REMIT DETAILS FOR "
               WS-LI-PART-1 "-" WS-LI-PART-2 " - NOT NOTIFIED".
      * A held item needs its reason on the table; a rejected one
      * uses the table wording only where it fits a reject.
       P0A-FIND-REASON-TEXT.
           MOVE "N" TO WS-TEXT-FOUND-SW
           MOVE WS-GENERIC-TEXT-1 TO WS-LI-TEXT-1
           MOVE WS-GENERIC-TEXT-2 TO WS-LI-TEXT-2
           SET RT-NDX TO 1
           SEARCH WS-RT-ENTRY
               AT END
                   CONTINUE
               WHEN RT-NDX > WS-RT-COUNT
                   CONTINUE
               WHEN WS-RT-REASON(RT-NDX) = WS-LI-REASON
                   IF  WS-LI-HELD
                       OR WS-RT-REJECT-SW(RT-NDX) = "Y"
                       SET TEXT-FOUND TO TRUE
                       MOVE WS-RT-TEXT-1(RT-NDX) TO WS-LI-TEXT-1
                       MOVE WS-RT-TEXT-2(RT-NDX) TO WS-LI-TEXT-2
                   END-IF
           END-SEARCH.
       P0A-CHECK-REGISTER.
           MOVE "N" TO WS-NOTIFIED-SW
           SET NR-NDX TO 1
           SEARCH WS-NR-KEY
               AT END
                   CONTINUE
               WHEN NR-NDX > WS-NR-COUNT
                   CONTINUE
               WHEN WS-NR-KEY(NR-NDX) = WS-LI-KEY
                   SET ALREADY-NOTIFIED TO TRUE
           END-SEARCH.
       P0A-WRITE-LETTER.
           MOVE BZ-BUSINESS-DATE TO LH-DATE
           MOVE WS-LETTER-HEAD   TO LETTER-OUT-RECORD
           WRITE LETTER-OUT-RECORD
           MOVE SPACES           TO LETTER-OUT-RECORD
           WRITE LETTER-OUT-RECORD
           MOVE WS-VP-NAME(VP-NDX)    TO AL-TEXT
           MOVE WS-ADDRESS-LINE       TO LETTER-OUT-RECORD
           WRITE LETTER-OUT-RECORD
           MOVE WS-VP-ADDRESS(VP-NDX) TO AL-TEXT
           MOVE WS-ADDRESS-LINE       TO LETTER-OUT-RECORD
           WRITE LETTER-OUT-RECORD
           MOVE SPACES           TO LETTER-OUT-RECORD
           WRITE LETTER-OUT-RECORD
           MOVE WS-LI-INVOICE-NO TO RL-INVOICE
           MOVE WS-LI-AMOUNT     TO RL-AMOUNT
           MOVE WS-LI-CURRENCY   TO RL-CURRENCY
           MOVE WS-REFERENCE-LINE TO LETTER-OUT-RECORD
           WRITE LETTER-OUT-RECORD
           MOVE WS-LI-PART-1     TO OR-PART-1
           MOVE WS-LI-PART-2     TO OR-PART-2
           MOVE WS-OUR-REF-LINE  TO LETTER-OUT-RECORD
           WRITE LETTER-OUT-RECORD
           MOVE SPACES           TO LETTER-OUT-RECORD
           WRITE LETTER-OUT-RECORD
           IF  WS-LI-HELD
               MOVE WS-HELD-LINE     TO LETTER-OUT-RECORD
           ELSE
               MOVE WS-REJECTED-LINE TO LETTER-OUT-RECORD
           END-IF
           WRITE LETTER-OUT-RECORD
           MOVE WS-LI-TEXT-1     TO TL-TEXT
           MOVE WS-TEXT-LINE     TO LETTER-OUT-RECORD
           WRITE LETTER-OUT-RECORD
           MOVE WS-LI-TEXT-2     TO TL-TEXT
           MOVE WS-TEXT-LINE     TO LETTER-OUT-RECORD
           WRITE LETTER-OUT-RECORD
           MOVE SPACES           TO LETTER-OUT-RECORD
           WRITE LETTER-OUT-RECORD
           MOVE WS-SIGN-OFF-LINE TO LETTER-OUT-RECORD
           WRITE LETTER-OUT-RECORD
           MOVE ALL "-"          TO LETTER-OUT-RECORD
           WRITE LETTER-OUT-RECORD
           ADD 1 TO WS-LETTERS-WRITTEN.
      * Registered in the table as well as on the file, so an item
      * queued twice tonight is still written about once.
       P0A-REGISTER-LETTER.
           MOVE SPACES            TO NOTIFY-REGISTER-RECORD
           MOVE WS-LI-PART-1      TO NR-SOME-PART-1
           MOVE WS-LI-PART-2      TO NR-SOME-PART-2
           MOVE WS-LI-SOURCE      TO NR-SOURCE
           MOVE WS-LI-REASON      TO NR-REASON
           MOVE WS-LI-INVOICE-NO  TO NR-INVOICE-NO
           MOVE WS-LI-AMOUNT      TO NR-INVOICE-AMOUNT
           MOVE BZ-BUSINESS-DATE  TO NR-LETTER-DATE
           WRITE NOTIFY-REGISTER-RECORD
           IF  WS-NR-COUNT < 20000
               ADD 1 TO WS-NR-COUNT
               SET NR-NDX TO WS-NR-COUNT
               MOVE WS-LI-KEY TO WS-NR-KEY(NR-NDX)
           END-IF.
