       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TINMNT.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * TINMNT - vendor taxpayer-ID maintenance, the job VPAYMNT
      * gives the payment details. Applies an add / change / delete
      * transaction file (TINTRAN, in vendor order) against the
      * sequential VENDTIN, writing the updated file to VENDTINN,
      * one before/after audit record per applied change to
      * TNAUDIT and a rejects listing to TNREJ. The TIN must be
      * nine digits and the type 1 (EIN), 2 (SSN) or 3 (not known);
      * the name control may be left blank for the matching
      * service to derive from the name. A change that alters the
      * TIN or name control puts the vendor back to unverified, so
      * the next TINREQ cycle sends it again; an open B-notice case
      * stays open until that match clears it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO "VENDTIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "TINTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NEW-MASTER ASSIGN TO "VENDTINN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "TNAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REJECT-OUT ASSIGN TO "TNREJ"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER.
       01  OLD-TIN-RECORD         PIC X(58).
       FD  TRAN-FILE.
       01  TN-TRAN-RECORD.
           05  TT-ACTION          PIC X(01).
               88  TT-ADD         VALUE "A".
               88  TT-CHANGE      VALUE "C".
               88  TT-DELETE      VALUE "D".
           05  TT-VENDOR-ID       PIC X(04).
           05  TT-TIN-TYPE        PIC X(01).
               88  TT-TYPE-VALID  VALUE "1" "2" "3".
           05  TT-TIN             PIC X(09).
           05  TT-TIN-NUM REDEFINES TT-TIN
                                  PIC 9(09).
           05  TT-NAME-CONTROL    PIC X(04).
           05  TT-USER-ID         PIC X(08).
       FD  NEW-MASTER.
           COPY "vendtin.cpy".
       FD  AUDIT-OUT.
       01  TN-AUDIT-RECORD.
           05  TA-TIMESTAMP       PIC X(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  TA-ACTION          PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  TA-VENDOR-ID       PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  TA-BEFORE-TYPE     PIC X(01).
           05  TA-BEFORE-TIN      PIC X(09).
           05  TA-BEFORE-NAME-CTL PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  TA-AFTER-TYPE      PIC X(01).
           05  TA-AFTER-TIN       PIC X(09).
           05  TA-AFTER-NAME-CTL  PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  TA-KEYED-BY        PIC X(08).
       FD  REJECT-OUT.
       01  TN-REJECT-RECORD.
           05  TR-REASON          PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  TR-ACTION          PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  TR-VENDOR-ID       PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  TR-USER-ID         PIC X(08).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "tstamp.cpy".
       01  WS-MASTER-EOF-SW        PIC X VALUE "N".
            88 MASTER-EOF          VALUE "Y".
       01  WS-TRAN-EOF-SW          PIC X VALUE "N".
            88 TRAN-EOF            VALUE "Y".
       01  WS-TRAN-VALID-SW        PIC X VALUE "N".
            88 TRAN-VALID          VALUE "Y".
       01  WS-MASTER-KEY           PIC X(04) VALUE LOW-VALUES.
       01  WS-TRAN-KEY             PIC X(04) VALUE LOW-VALUES.
       01  WS-TRANS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-WRITTEN      PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
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
           DISPLAY "TINMNT APPLIED=" WS-TRANS-APPLIED
               " REJECTED=" WS-TRANS-REJECTED
               " MASTER OUT=" WS-RECORDS-WRITTEN.
           IF  WS-TRANS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
       P0A-READ-MASTER.
           READ OLD-MASTER
               AT END
                   SET MASTER-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   MOVE OLD-TIN-RECORD(1:4) TO WS-MASTER-KEY
           END-READ.
       P0A-READ-TRAN.
           READ TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-TRAN-KEY
               NOT AT END
                   MOVE TT-VENDOR-ID TO WS-TRAN-KEY
           END-READ.
       P0A-COPY-MASTER.
           MOVE OLD-TIN-RECORD TO VENDOR-TIN-RECORD
           WRITE VENDOR-TIN-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN.
      * The add and change cards carry the whole TIN identity, so
      * both are edited the same way before anything is applied.
       P0A-EDIT-TRAN.
           MOVE "Y" TO WS-TRAN-VALID-SW
           EVALUATE TRUE
               WHEN TT-USER-ID = SPACES
                   MOVE "NO KEYING USER ON TRANSACTION" TO TR-REASON
                   PERFORM P0A-WRITE-REJECT
               WHEN TT-DELETE
                   CONTINUE
               WHEN TT-TIN NOT NUMERIC
                   MOVE "TIN NOT NINE DIGITS" TO TR-REASON
                   PERFORM P0A-WRITE-REJECT
               WHEN NOT TT-TYPE-VALID
                   MOVE "INVALID TIN TYPE" TO TR-REASON
                   PERFORM P0A-WRITE-REJECT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * The transaction key is not on the file: only an add is
      * legal here - a change or delete against a vendor that
      * does not exist is a reject.
       P0A-APPLY-UNMATCHED-TRAN.
           MOVE SPACES TO TN-AUDIT-RECORD
           MOVE SPACES TO TN-REJECT-RECORD
           IF  NOT TT-ADD
               MOVE "VENDOR NOT ON VENDTIN" TO TR-REASON
               PERFORM P0A-WRITE-REJECT
           ELSE
               PERFORM P0A-EDIT-TRAN
               IF  TRAN-VALID
                   MOVE SPACES TO VENDOR-TIN-RECORD
                   MOVE TT-VENDOR-ID    TO TN-VENDOR-ID
                   MOVE TT-TIN-TYPE     TO TN-TIN-TYPE
                   MOVE TT-TIN          TO TN-TIN
                   MOVE TT-NAME-CONTROL TO TN-NAME-CONTROL
                   MOVE ZERO TO TN-REQUEST-DATE
                   MOVE ZERO TO TN-RESPONSE-DATE
                   MOVE ZERO TO TN-CASE-OPENED
                   MOVE ZERO TO TN-CASE-DUE-DATE
                   MOVE ZERO TO TN-PRIOR-WHOLD-PCT
                   WRITE VENDOR-TIN-RECORD
                   ADD 1 TO WS-RECORDS-WRITTEN
                   MOVE TN-TIN-TYPE     TO TA-AFTER-TYPE
                   MOVE TN-TIN          TO TA-AFTER-TIN
                   MOVE TN-NAME-CONTROL TO TA-AFTER-NAME-CTL
                   PERFORM P0A-WRITE-AUDIT
               END-IF
           END-IF.
      * The transaction key matches the current record: a change
      * rewrites it, a delete drops it, and an add is a duplicate
      * reject. A rejected change copies the record forward
      * untouched on the next pass of the merge.
       P0A-APPLY-MATCHED-TRAN.
           MOVE SPACES TO TN-AUDIT-RECORD
           MOVE SPACES TO TN-REJECT-RECORD
           MOVE OLD-TIN-RECORD TO VENDOR-TIN-RECORD
           EVALUATE TRUE
               WHEN TT-ADD
                   MOVE "DUPLICATE VENDOR ON ADD" TO TR-REASON
                   PERFORM P0A-WRITE-REJECT
               WHEN TT-CHANGE OR TT-DELETE
                   PERFORM P0A-EDIT-TRAN
                   IF  TRAN-VALID
                       MOVE TN-TIN-TYPE     TO TA-BEFORE-TYPE
                       MOVE TN-TIN          TO TA-BEFORE-TIN
                       MOVE TN-NAME-CONTROL TO TA-BEFORE-NAME-CTL
                       IF  TT-CHANGE
                           PERFORM P0A-CHANGE-RECORD
                       END-IF
                       PERFORM P0A-WRITE-AUDIT
                       PERFORM P0A-READ-MASTER
                   END-IF
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO TR-REASON
                   PERFORM P0A-WRITE-REJECT
           END-EVALUATE
           PERFORM P0A-READ-TRAN.
       P0A-CHANGE-RECORD.
           IF  TT-TIN NOT = TN-TIN
           OR  TT-NAME-CONTROL NOT = TN-NAME-CONTROL
           OR  TT-TIN-TYPE NOT = TN-TIN-TYPE
               MOVE SPACE TO TN-MATCH-STATUS
               MOVE ZERO  TO TN-REQUEST-DATE
               MOVE ZERO  TO TN-RESPONSE-DATE
               MOVE SPACE TO TN-RESPONSE-CODE
           END-IF
           MOVE TT-TIN-TYPE     TO TN-TIN-TYPE
           MOVE TT-TIN          TO TN-TIN
           MOVE TT-NAME-CONTROL TO TN-NAME-CONTROL
           WRITE VENDOR-TIN-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           MOVE TN-TIN-TYPE     TO TA-AFTER-TYPE
           MOVE TN-TIN          TO TA-AFTER-TIN
           MOVE TN-NAME-CONTROL TO TA-AFTER-NAME-CTL.
       P0A-WRITE-AUDIT.
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO TA-TIMESTAMP
           MOVE TT-ACTION    TO TA-ACTION
           MOVE TT-VENDOR-ID TO TA-VENDOR-ID
           MOVE TT-USER-ID   TO TA-KEYED-BY
           WRITE TN-AUDIT-RECORD
           ADD 1 TO WS-TRANS-APPLIED.
       P0A-WRITE-REJECT.
           MOVE "N"          TO WS-TRAN-VALID-SW
           MOVE TT-ACTION    TO TR-ACTION
           MOVE TT-VENDOR-ID TO TR-VENDOR-ID
           MOVE TT-USER-ID   TO TR-USER-ID
           WRITE TN-REJECT-RECORD
           ADD 1 TO WS-TRANS-REJECTED.
