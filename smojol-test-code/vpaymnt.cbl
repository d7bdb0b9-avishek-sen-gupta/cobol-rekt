       IDENTIFICATION DIVISION.
       PROGRAM-ID.    VPAYMNT.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * VPAYMNT - vendor payment-details maintenance, the job VENDMNT
      * already gives the vendor master. Applies an add / change /
      * delete transaction file (VPTRAN, in vendor order) against
      * the sequential VENDPAY, writing the updated file to
      * VENDPAYN, one before/after audit record per applied change
      * to VPAUDIT, and a rejects listing to VPREJ - remit address
      * and bank details were until now changed by editing the
      * dataset, which left no trail on exactly the fields an
      * auditor cares most about.
      * Bank details are under dual control: an add that carries a
      * routing or account, or a change that alters either, applies
      * only when the VPCONF confirmation cards hold a card for the
      * same vendor, routing and account from a user other than the
      * one who keyed the transaction. Anything less rejects the
      * whole transaction, to be keyed again with its confirmation.
      * An applied bank change resets the prenote status to N, so
      * VENDPRN re-proves the new details before PAYORD pays to them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO "VENDPAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "VPTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CONFIRM-FILE ASSIGN TO "VPCONF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NEW-MASTER ASSIGN TO "VENDPAYN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "VPAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REJECT-OUT ASSIGN TO "VPREJ"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER.
           COPY "vendpay.cpy".
       FD  TRAN-FILE.
       01  VP-TRAN-RECORD.
           05  VT-ACTION          PIC X(01).
               88  VT-ADD         VALUE "A".
               88  VT-CHANGE      VALUE "C".
               88  VT-DELETE      VALUE "D".
           05  VT-VENDOR-ID       PIC X(04).
           05  VT-REMIT-NAME      PIC X(30).
           05  VT-REMIT-ADDRESS   PIC X(30).
           05  VT-PAY-METHOD      PIC X(03).
           05  VT-BANK-ROUTING    PIC X(09).
           05  VT-BANK-ACCOUNT    PIC X(12).
           05  VT-USER-ID         PIC X(08).
           05  VT-REMIT-POSTAL    PIC X(10).
       FD  CONFIRM-FILE.
       01  VP-CONFIRM-RECORD.
           05  VC-VENDOR-ID       PIC X(04).
           05  VC-BANK-ROUTING    PIC X(09).
           05  VC-BANK-ACCOUNT    PIC X(12).
           05  VC-USER-ID         PIC X(08).
       FD  NEW-MASTER.
       01  NEW-MASTER-RECORD.
           05  NP-VENDOR-ID       PIC X(04).
           05  NP-REMIT-NAME      PIC X(30).
           05  NP-REMIT-ADDRESS   PIC X(30).
           05  NP-PAY-METHOD      PIC X(03).
           05  NP-BANK-ROUTING    PIC X(09).
           05  NP-BANK-ACCOUNT    PIC X(12).
           05  NP-PRENOTE-STATUS  PIC X(01).
           05  NP-PRENOTE-DATE    PIC 9(08).
           05  NP-REMIT-POSTAL    PIC X(10).
       FD  AUDIT-OUT.
       01  VP-AUDIT-RECORD.
           05  VA-TIMESTAMP       PIC X(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  VA-ACTION          PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  VA-VENDOR-ID       PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  VA-BEFORE-ADDRESS  PIC X(30).
           05  VA-BEFORE-METHOD   PIC X(03).
           05  VA-BEFORE-ROUTING  PIC X(09).
           05  VA-BEFORE-ACCOUNT  PIC X(12).
           05  VA-BEFORE-PRENOTE  PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  VA-AFTER-ADDRESS   PIC X(30).
           05  VA-AFTER-METHOD    PIC X(03).
           05  VA-AFTER-ROUTING   PIC X(09).
           05  VA-AFTER-ACCOUNT   PIC X(12).
           05  VA-AFTER-PRENOTE   PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  VA-KEYED-BY        PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  VA-CONFIRMED-BY    PIC X(08).
       FD  REJECT-OUT.
       01  VP-REJECT-RECORD.
           05  VR-REASON          PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  VR-ACTION          PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  VR-VENDOR-ID       PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  VR-USER-ID         PIC X(08).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "tstamp.cpy".
       01  WS-MASTER-EOF-SW        PIC X VALUE "N".
            88 MASTER-EOF          VALUE "Y".
       01  WS-TRAN-EOF-SW          PIC X VALUE "N".
            88 TRAN-EOF            VALUE "Y".
       01  WS-CONFIRM-EOF-SW       PIC X VALUE "N".
            88 CONFIRM-EOF         VALUE "Y".
       01  WS-TABLE-FULL-SW        PIC X VALUE "N".
            88 TABLE-FULL          VALUE "Y".
       01  WS-BANK-CHANGE-SW       PIC X VALUE "N".
            88 BANK-CHANGE         VALUE "Y".
       01  WS-CONFIRM-SW           PIC X VALUE "N".
            88 CONFIRM-NONE        VALUE "N".
            88 CONFIRM-SAME-USER   VALUE "S".
            88 CONFIRM-OK          VALUE "Y".
       01  WS-CONFIRMED-BY         PIC X(08) VALUE SPACES.
       01  WS-MASTER-KEY           PIC X(04) VALUE LOW-VALUES.
       01  WS-TRAN-KEY             PIC X(04) VALUE LOW-VALUES.
       01  WS-TRANS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-BANK-CHANGES         PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-WRITTEN      PIC 9(07) VALUE ZERO.
       01  WS-CONF-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-CONF-TABLE.
           05  WS-CONF-ENTRY OCCURS 500 TIMES
                   INDEXED BY CF-NDX.
               10  WS-CONF-VENDOR  PIC X(04).
               10  WS-CONF-ROUTING PIC X(09).
               10  WS-CONF-ACCOUNT PIC X(12).
               10  WS-CONF-USER    PIC X(08).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           PERFORM P0A-LOAD-CONFIRMATIONS.
           IF  TABLE-FULL
               DISPLAY "VPAYMNT CONFIRMATION TABLE FULL AT 500 - "
                   "LATER CARDS IGNORED"
           END-IF.
           OPEN INPUT OLD-MASTER.
           OPEN INPUT TRAN-FILE.
           OPEN OUTPUT NEW-MASTER.
           OPEN EXTEND AUDIT-OUT.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT AUDIT-OUT
           END-IF.
           OPEN OUTPUT REJECT-OUT.
           PERFORM P0A-READ-MASTER.
           PERFORM P0A-READ-TRAN.
           PERFORM UNTIL MASTER-EOF AND TRAN-EOF
               EVALUATE TRUE
                   WHEN WS-MASTER-KEY < WS-TRAN-KEY
                       PERFORM P0A-COPY-MASTER
                       PERFORM P0A-READ-MASTER
                   WHEN WS-MASTER-KEY > WS-TRAN-KEY
                       PERFORM P0A-APPLY-UNMATCHED-TRAN
                       PERFORM P0A-READ-TRAN
                   WHEN OTHER
                       PERFORM P0A-APPLY-MATCHED-TRAN
               END-EVALUATE
           END-PERFORM.
           CLOSE OLD-MASTER.
           CLOSE TRAN-FILE.
           CLOSE NEW-MASTER.
           CLOSE AUDIT-OUT.
           CLOSE REJECT-OUT.
           DISPLAY "VPAYMNT APPLIED=" WS-TRANS-APPLIED
               " BANK CHANGES=" WS-BANK-CHANGES
               " REJECTED=" WS-TRANS-REJECTED
               " MASTER OUT=" WS-RECORDS-WRITTEN.
           IF  WS-TRANS-REJECTED > ZERO
           OR  TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      * The confirmation cards are small and in no useful order, so
      * they are held in a table and searched per transaction. A
      * missing VPCONF file simply means nothing is confirmed, and
      * cards past a full table are ignored the same way - at worst
      * a bank change is rejected to be keyed again, never applied
      * without its confirmation.
       P0A-LOAD-CONFIRMATIONS.
           OPEN INPUT CONFIRM-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-CONFIRM
               PERFORM UNTIL CONFIRM-EOF OR TABLE-FULL
                   IF  WS-CONF-COUNT NOT < 500
                       SET TABLE-FULL TO TRUE
                   ELSE
                       ADD 1 TO WS-CONF-COUNT
                       SET CF-NDX TO WS-CONF-COUNT
                       MOVE VC-VENDOR-ID
                           TO WS-CONF-VENDOR (CF-NDX)
                       MOVE VC-BANK-ROUTING
                           TO WS-CONF-ROUTING (CF-NDX)
                       MOVE VC-BANK-ACCOUNT
                           TO WS-CONF-ACCOUNT (CF-NDX)
                       MOVE VC-USER-ID
                           TO WS-CONF-USER (CF-NDX)
                       PERFORM P0A-READ-CONFIRM
                   END-IF
               END-PERFORM
               CLOSE CONFIRM-FILE
           END-IF.
       P0A-READ-CONFIRM.
           READ CONFIRM-FILE
               AT END
                   SET CONFIRM-EOF TO TRUE
           END-READ.
       P0A-READ-MASTER.
           READ OLD-MASTER
               AT END
                   SET MASTER-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   MOVE VP-VENDOR-ID TO WS-MASTER-KEY
           END-READ.
       P0A-READ-TRAN.
           READ TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-TRAN-KEY
               NOT AT END
                   MOVE VT-VENDOR-ID TO WS-TRAN-KEY
           END-READ.
       P0A-COPY-MASTER.
           MOVE VENDOR-PAYMENT-RECORD TO NEW-MASTER-RECORD
           WRITE NEW-MASTER-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN.
      * The transaction key is not on the file: only an add is
      * legal here - a change or delete against a vendor that
      * does not exist is a reject. Bank details on an add are
      * new bank details, confirmed like any other bank change.
       P0A-APPLY-UNMATCHED-TRAN.
           MOVE SPACES TO VP-AUDIT-RECORD
           MOVE SPACES TO VP-REJECT-RECORD
           EVALUATE TRUE
               WHEN NOT VT-ADD
                   MOVE "VENDOR NOT ON VENDPAY" TO VR-REASON
                   PERFORM P0A-WRITE-REJECT
               WHEN VT-USER-ID = SPACES
                   MOVE "NO KEYING USER ON TRANSACTION" TO VR-REASON
                   PERFORM P0A-WRITE-REJECT
               WHEN OTHER
                   MOVE "N" TO WS-BANK-CHANGE-SW
                   IF  VT-BANK-ROUTING NOT = SPACES
                   OR  VT-BANK-ACCOUNT NOT = SPACES
                       SET BANK-CHANGE TO TRUE
                   END-IF
                   PERFORM P0A-CHECK-CONFIRMATION
                   IF  CONFIRM-OK
                       MOVE SPACES TO VA-BEFORE-ADDRESS
                       MOVE SPACES TO VA-BEFORE-METHOD
                       MOVE SPACES TO VA-BEFORE-ROUTING
                       MOVE SPACES TO VA-BEFORE-ACCOUNT
                       MOVE SPACES TO VA-BEFORE-PRENOTE
                       MOVE VT-VENDOR-ID     TO NP-VENDOR-ID
                       PERFORM P0A-BUILD-NEW-RECORD
                       MOVE "N"  TO NP-PRENOTE-STATUS
                       MOVE ZERO TO NP-PRENOTE-DATE
                       WRITE NEW-MASTER-RECORD
                       ADD 1 TO WS-RECORDS-WRITTEN
                       PERFORM P0A-WRITE-AUDIT
                   END-IF
           END-EVALUATE.
      * The transaction key matches the current record: a change
      * rewrites it, a delete drops it, and an add is a duplicate
      * reject. The master side is consumed for an applied change
      * or delete; a rejected change copies the record forward
      * untouched, and an add-reject consumes only the transaction.
       P0A-APPLY-MATCHED-TRAN.
           MOVE SPACES TO VP-AUDIT-RECORD
           MOVE SPACES TO VP-REJECT-RECORD
           EVALUATE TRUE
               WHEN VT-ADD
                   MOVE "DUPLICATE VENDOR ON ADD" TO VR-REASON
                   PERFORM P0A-WRITE-REJECT
                   PERFORM P0A-READ-TRAN
               WHEN VT-USER-ID = SPACES
                   MOVE "NO KEYING USER ON TRANSACTION" TO VR-REASON
                   PERFORM P0A-WRITE-REJECT
                   PERFORM P0A-READ-TRAN
               WHEN VT-CHANGE
                   MOVE "N" TO WS-BANK-CHANGE-SW
                   IF  VT-BANK-ROUTING NOT = VP-BANK-ROUTING
                   OR  VT-BANK-ACCOUNT NOT = VP-BANK-ACCOUNT
                       SET BANK-CHANGE TO TRUE
                   END-IF
                   PERFORM P0A-CHECK-CONFIRMATION
                   IF  CONFIRM-OK
                       PERFORM P0A-SAVE-BEFORE-IMAGE
                       MOVE VP-VENDOR-ID TO NP-VENDOR-ID
                       PERFORM P0A-BUILD-NEW-RECORD
                       IF  BANK-CHANGE
                           MOVE "N"  TO NP-PRENOTE-STATUS
                           MOVE ZERO TO NP-PRENOTE-DATE
                       ELSE
                           MOVE VP-PRENOTE-STATUS
                               TO NP-PRENOTE-STATUS
                           MOVE VP-PRENOTE-DATE
                               TO NP-PRENOTE-DATE
                       END-IF
                       WRITE NEW-MASTER-RECORD
                       ADD 1 TO WS-RECORDS-WRITTEN
                       PERFORM P0A-WRITE-AUDIT
                       PERFORM P0A-READ-MASTER
                   END-IF
                   PERFORM P0A-READ-TRAN
               WHEN VT-DELETE
                   PERFORM P0A-SAVE-BEFORE-IMAGE
                   MOVE SPACES TO VA-AFTER-ADDRESS
                   MOVE SPACES TO VA-AFTER-METHOD
                   MOVE SPACES TO VA-AFTER-ROUTING
                   MOVE SPACES TO VA-AFTER-ACCOUNT
                   MOVE SPACES TO VA-AFTER-PRENOTE
                   MOVE SPACES TO WS-CONFIRMED-BY
                   MOVE "N" TO WS-BANK-CHANGE-SW
                   PERFORM P0A-WRITE-AUDIT
                   PERFORM P0A-READ-MASTER
                   PERFORM P0A-READ-TRAN
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO VR-REASON
                   PERFORM P0A-WRITE-REJECT
                   PERFORM P0A-READ-TRAN
           END-EVALUATE.
      * A transaction that leaves the bank details alone needs no
      * second pair of eyes. One that touches them needs a card
      * for the same vendor and the same new routing and account
      * from anyone but the keying user; a card from the keying
      * user alone is reported as such, so the listing says why.
       P0A-CHECK-CONFIRMATION.
           MOVE SPACES TO WS-CONFIRMED-BY
           IF  NOT BANK-CHANGE
               SET CONFIRM-OK TO TRUE
           ELSE
               SET CONFIRM-NONE TO TRUE
               PERFORM VARYING CF-NDX FROM 1 BY 1
                       UNTIL CF-NDX > WS-CONF-COUNT OR CONFIRM-OK
                   IF  WS-CONF-VENDOR (CF-NDX)  = VT-VENDOR-ID
                   AND WS-CONF-ROUTING (CF-NDX) = VT-BANK-ROUTING
                   AND WS-CONF-ACCOUNT (CF-NDX) = VT-BANK-ACCOUNT
                   AND WS-CONF-USER (CF-NDX) NOT = SPACES
                       IF  WS-CONF-USER (CF-NDX) = VT-USER-ID
                           SET CONFIRM-SAME-USER TO TRUE
                       ELSE
                           SET CONFIRM-OK TO TRUE
                           MOVE WS-CONF-USER (CF-NDX)
                               TO WS-CONFIRMED-BY
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN CONFIRM-OK
                       ADD 1 TO WS-BANK-CHANGES
                   WHEN CONFIRM-SAME-USER
                       MOVE "CONFIRMED BY KEYING USER" TO VR-REASON
                       PERFORM P0A-WRITE-REJECT
                   WHEN OTHER
                       MOVE "BANK CHANGE NOT CONFIRMED" TO VR-REASON
                       PERFORM P0A-WRITE-REJECT
               END-EVALUATE
           END-IF.
       P0A-SAVE-BEFORE-IMAGE.
           MOVE VP-REMIT-ADDRESS  TO VA-BEFORE-ADDRESS
           MOVE VP-PAY-METHOD     TO VA-BEFORE-METHOD
           MOVE VP-BANK-ROUTING   TO VA-BEFORE-ROUTING
           MOVE VP-BANK-ACCOUNT   TO VA-BEFORE-ACCOUNT
           MOVE VP-PRENOTE-STATUS TO VA-BEFORE-PRENOTE.
       P0A-BUILD-NEW-RECORD.
           MOVE VT-REMIT-NAME    TO NP-REMIT-NAME
           MOVE VT-REMIT-ADDRESS TO NP-REMIT-ADDRESS
           MOVE VT-REMIT-POSTAL  TO NP-REMIT-POSTAL
           MOVE VT-PAY-METHOD    TO NP-PAY-METHOD
           MOVE VT-BANK-ROUTING  TO NP-BANK-ROUTING
           MOVE VT-BANK-ACCOUNT  TO NP-BANK-ACCOUNT.
       P0A-WRITE-AUDIT.
           IF  NOT VT-DELETE
               MOVE NP-REMIT-ADDRESS  TO VA-AFTER-ADDRESS
               MOVE NP-PAY-METHOD     TO VA-AFTER-METHOD
               MOVE NP-BANK-ROUTING   TO VA-AFTER-ROUTING
               MOVE NP-BANK-ACCOUNT   TO VA-AFTER-ACCOUNT
               MOVE NP-PRENOTE-STATUS TO VA-AFTER-PRENOTE
           END-IF
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP    TO VA-TIMESTAMP
           MOVE VT-ACTION       TO VA-ACTION
           MOVE VT-VENDOR-ID    TO VA-VENDOR-ID
           MOVE VT-USER-ID      TO VA-KEYED-BY
           MOVE WS-CONFIRMED-BY TO VA-CONFIRMED-BY
           WRITE VP-AUDIT-RECORD
           ADD 1 TO WS-TRANS-APPLIED.
       P0A-WRITE-REJECT.
           MOVE VT-ACTION     TO VR-ACTION
           MOVE VT-VENDOR-ID  TO VR-VENDOR-ID
           MOVE VT-USER-ID    TO VR-USER-ID
           WRITE VP-REJECT-RECORD
           ADD 1 TO WS-TRANS-REJECTED.
