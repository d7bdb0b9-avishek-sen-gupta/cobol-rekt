       AUTHOR.        MOJO.
       DATE-WRITTEN.  AUG 2026.
      * BILLMNT - billing master maintenance. Applies an add /
      * change / delete transaction file (BMTRAN) straight to the
      * billing-master KSDS by keyed read, write, rewrite and
      * delete, writing one before/after audit record per applied
      * change to BMAUDIT, and a rejects listing (unknown account on
      * change or delete, duplicate account on add) to BMREJ - so an
      * account can finally be added or corrected in production
      * without regenerating the whole file through GENDATA.
      * Each card ends with the user id of whoever raised it - the
      * billing clerk, or the batch program for generated cards -
      * and the audit record carries it as the maker of the change.
      * The cards apply in the order they arrive, so two cards for
      * one account both take effect. A cluster that will not open
      * stops the run with return code 12 before a card is applied;
      * a keyed I/O failure on the cluster ends it with 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLMSTR-VSAM ASSIGN TO "BILLVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY BM-ACCOUNT-NO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT TRAN-FILE ASSIGN TO "BMTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "BMAUDIT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REJECT-OUT ASSIGN TO "BMREJ"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BILLMSTR-VSAM.
           COPY "billmstr.cpy".
       FD  TRAN-FILE.
       01  BM-TRAN-RECORD.
           05  BT-PRIOR-SW        PIC X(01).
           05  BT-AMOUNT          PIC 9(07)V99.
           05  BT-DUE-DATE        PIC 9(08).
           05  BT-USER-ID         PIC X(08).
       FD  AUDIT-OUT.
       01  BM-AUDIT-RECORD.
           05  BA-TIMESTAMP       PIC X(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  BA-AFTER-STATUS    PIC X(04).
           05  BA-AFTER-AMOUNT    PIC 9(07)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  BA-KEYED-BY        PIC X(08).
       FD  REJECT-OUT.
       01  BM-REJECT-RECORD.
           05  BR-REASON          PIC X(30).
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "tstamp.cpy".
       01  WS-VSAM-STATUS          PIC XX.
       01  WS-TRAN-EOF-SW          PIC X VALUE "N".
            88 TRAN-EOF            VALUE "Y".
       01  WS-TRANS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-MASTER-ERRORS        PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           OPEN I-O BILLMSTR-VSAM.
           IF  WS-VSAM-STATUS NOT = "00"
               DISPLAY "BILLMNT ABORT - BILLVSAM OPEN STATUS="
                   WS-VSAM-STATUS " - NOTHING APPLIED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TRAN-FILE.
           OPEN OUTPUT AUDIT-OUT.
           OPEN OUTPUT REJECT-OUT.
           PERFORM P0A-READ-TRAN.
           PERFORM UNTIL TRAN-EOF
               PERFORM P0A-APPLY-ONE-TRAN
               PERFORM P0A-READ-TRAN
           END-PERFORM.
           CLOSE BILLMSTR-VSAM.
           CLOSE TRAN-FILE.
           CLOSE AUDIT-OUT.
           CLOSE REJECT-OUT.
           DISPLAY "BILLMNT APPLIED=" WS-TRANS-APPLIED
               " REJECTED=" WS-TRANS-REJECTED
               " MASTER ERRORS=" WS-MASTER-ERRORS.
           IF  WS-MASTER-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       P0A-READ-TRAN.
           READ TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
           END-READ.
       P0A-APPLY-ONE-TRAN.
           MOVE BT-ACCOUNT-NO TO BM-ACCOUNT-NO
           READ BILLMSTR-VSAM
           EVALUATE WS-VSAM-STATUS
               WHEN "00"
                   PERFORM P0A-APPLY-MATCHED-TRAN
               WHEN "23"
                   PERFORM P0A-APPLY-UNMATCHED-TRAN
               WHEN OTHER
                   PERFORM P0A-MASTER-ERROR
           END-EVALUATE.
      * The transaction key is not on the master: only an add is
      * legal here - a change or delete against an account that
      * does not exist is a reject.
       P0A-APPLY-UNMATCHED-TRAN.
           IF  BT-ADD
               MOVE BT-ACCOUNT-NO TO BM-ACCOUNT-NO
               MOVE BT-STATUS     TO BILLMSTR-CODE-STAT-DSTR
               MOVE BT-PRIOR-SW   TO BM-PRIOR-EXCEPTION-SW
               MOVE BT-AMOUNT     TO BM-AMOUNT
               MOVE BT-DUE-DATE   TO BM-DUE-DATE
               WRITE BILLMSTR-RECORD
               IF  WS-VSAM-STATUS = "00"
                   MOVE SPACES    TO BA-BEFORE-STATUS
                   MOVE ZERO      TO BA-BEFORE-AMOUNT
                   MOVE BT-STATUS TO BA-AFTER-STATUS
                   MOVE BT-AMOUNT TO BA-AFTER-AMOUNT
                   PERFORM P0A-WRITE-AUDIT
               ELSE
                   PERFORM P0A-MASTER-ERROR
               END-IF
           ELSE
               MOVE "ACCOUNT NOT ON MASTER" TO BR-REASON
               PERFORM P0A-WRITE-REJECT
           END-IF.
      * The transaction key is on the master: a change rewrites
      * the record, a delete drops it, and an add is a duplicate
      * reject.
       P0A-APPLY-MATCHED-TRAN.
           EVALUATE TRUE
               WHEN BT-CHANGE
                   MOVE BILLMSTR-CODE-STAT-DSTR TO BA-BEFORE-STATUS
                   MOVE BM-AMOUNT               TO BA-BEFORE-AMOUNT
                   MOVE BT-STATUS     TO BILLMSTR-CODE-STAT-DSTR
                   MOVE BT-PRIOR-SW   TO BM-PRIOR-EXCEPTION-SW
                   MOVE BT-AMOUNT     TO BM-AMOUNT
                   MOVE BT-DUE-DATE   TO BM-DUE-DATE
                   REWRITE BILLMSTR-RECORD
                   IF  WS-VSAM-STATUS = "00"
                       MOVE BT-STATUS TO BA-AFTER-STATUS
                       MOVE BT-AMOUNT TO BA-AFTER-AMOUNT
                       PERFORM P0A-WRITE-AUDIT
                   ELSE
                       PERFORM P0A-MASTER-ERROR
                   END-IF
               WHEN BT-DELETE
                   MOVE BILLMSTR-CODE-STAT-DSTR TO BA-BEFORE-STATUS
                   MOVE BM-AMOUNT               TO BA-BEFORE-AMOUNT
                   DELETE BILLMSTR-VSAM RECORD
                   IF  WS-VSAM-STATUS = "00"
                       MOVE SPACES TO BA-AFTER-STATUS
                       MOVE ZERO   TO BA-AFTER-AMOUNT
                       PERFORM P0A-WRITE-AUDIT
                   ELSE
                       PERFORM P0A-MASTER-ERROR
                   END-IF
               WHEN OTHER
                   MOVE "DUPLICATE ACCOUNT ON ADD" TO BR-REASON
                   PERFORM P0A-WRITE-REJECT
           END-EVALUATE.
       P0A-MASTER-ERROR.
           ADD 1 TO WS-MASTER-ERRORS
           DISPLAY "BILLMNT " BT-ACTION " FAILED KEY=" BT-ACCOUNT-NO
               " STATUS=" WS-VSAM-STATUS.
       P0A-WRITE-AUDIT.
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP  TO BA-TIMESTAMP
           MOVE BT-ACTION     TO BA-ACTION
           MOVE BT-ACCOUNT-NO TO BA-ACCOUNT-NO
           MOVE BT-USER-ID    TO BA-KEYED-BY
           WRITE BM-AUDIT-RECORD
           ADD 1 TO WS-TRANS-APPLIED.
       P0A-WRITE-REJECT.
