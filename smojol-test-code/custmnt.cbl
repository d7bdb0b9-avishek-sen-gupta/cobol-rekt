      * master to CUSTMSTN, one before/after audit record per
      * applied change to CUAUDIT, and a rejects listing (unknown
      * account on change or delete, duplicate on add) to CUREJ.
      * The card's trailing user id - whoever keyed it - is kept
      * on the audit record as the maker of the change.
      * The card also carries the account's credit limit and a
      * credit-hold action: on an add a numeric limit is taken and
      * anything else leaves the account with no limit; on a change
      * a numeric limit replaces the old one and a blank limit
      * leaves it as it was. Hold action H puts a manual hold on the
      * account, R releases whatever hold it has (manual or the
      * automatic past-due hold CREDEXP sets), blank leaves the hold
      * alone. The audit record shows the limit and hold before and
      * after so credit changes have a maker like any other.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  CT-ADDR-1          PIC X(30).
           05  CT-ADDR-2          PIC X(30).
           05  CT-POSTAL-CODE     PIC X(10).
           05  CT-USER-ID         PIC X(08).
           05  CT-CREDIT-LIMIT    PIC 9(07)V99.
           05  CT-CREDIT-LIMIT-X REDEFINES CT-CREDIT-LIMIT
                                  PIC X(09).
           05  CT-CREDIT-HOLD     PIC X(01).
               88  CT-HOLD-SET    VALUE "H".
               88  CT-HOLD-RELEASE VALUE "R".
       FD  NEW-MASTER.
       01  NEW-MASTER-RECORD.
           05  NC-ACCOUNT-NO      PIC X(10).
           05  NC-ADDR-1          PIC X(30).
           05  NC-ADDR-2          PIC X(30).
           05  NC-POSTAL-CODE     PIC X(10).
           05  NC-CREDIT-LIMIT    PIC 9(07)V99.
           05  NC-CREDIT-HOLD     PIC X(01).
           05  NC-HOLD-DATE       PIC 9(08).
       FD  AUDIT-OUT.
       01  CU-AUDIT-RECORD.
           05  CA-TIMESTAMP       PIC X(14).
           05  CA-BEFORE-NAME     PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CA-AFTER-NAME      PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CA-KEYED-BY        PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CA-BEFORE-LIMIT    PIC 9(07)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CA-AFTER-LIMIT     PIC 9(07)V99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CA-BEFORE-HOLD     PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CA-AFTER-HOLD      PIC X(01).
       FD  REJECT-OUT.
       01  CU-REJECT-RECORD.
           05  CR-REASON          PIC X(30).
           MOVE CU-ADDR-1      TO NC-ADDR-1
           MOVE CU-ADDR-2      TO NC-ADDR-2
           MOVE CU-POSTAL-CODE TO NC-POSTAL-CODE
           MOVE CU-CREDIT-LIMIT TO NC-CREDIT-LIMIT
           MOVE CU-CREDIT-HOLD  TO NC-CREDIT-HOLD
           MOVE CU-HOLD-DATE    TO NC-HOLD-DATE
           WRITE NEW-MASTER-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN.
      * The transaction key is not on the master: only an add is
               MOVE CT-ADDR-1      TO NC-ADDR-1
               MOVE CT-ADDR-2      TO NC-ADDR-2
               MOVE CT-POSTAL-CODE TO NC-POSTAL-CODE
               MOVE ZERO           TO NC-CREDIT-LIMIT
               IF  CT-CREDIT-LIMIT IS NUMERIC
                   MOVE CT-CREDIT-LIMIT TO NC-CREDIT-LIMIT
               END-IF
               MOVE SPACE          TO NC-CREDIT-HOLD
               MOVE ZERO           TO NC-HOLD-DATE
               IF  CT-HOLD-SET
                   CALL "BIZDATE" USING BIZDATE-PARMS
                   MOVE "M"              TO NC-CREDIT-HOLD
                   MOVE BZ-BUSINESS-DATE TO NC-HOLD-DATE
               END-IF
               WRITE NEW-MASTER-RECORD
               ADD 1 TO WS-RECORDS-WRITTEN
               MOVE SPACES  TO CA-BEFORE-NAME
               MOVE CT-NAME TO CA-AFTER-NAME
               MOVE ZERO    TO CA-BEFORE-LIMIT
               MOVE SPACE   TO CA-BEFORE-HOLD
               MOVE NC-CREDIT-LIMIT TO CA-AFTER-LIMIT
               MOVE NC-CREDIT-HOLD  TO CA-AFTER-HOLD
               PERFORM P0A-WRITE-AUDIT
           ELSE
               MOVE "ACCOUNT NOT ON CUSTOMER FILE" TO CR-REASON
                   MOVE CT-ADDR-1      TO NC-ADDR-1
                   MOVE CT-ADDR-2      TO NC-ADDR-2
                   MOVE CT-POSTAL-CODE TO NC-POSTAL-CODE
                   PERFORM P0A-APPLY-CREDIT-CHANGE
                   WRITE NEW-MASTER-RECORD
                   ADD 1 TO WS-RECORDS-WRITTEN
                   MOVE CT-NAME TO CA-AFTER-NAME
               WHEN CT-DELETE
                   MOVE CU-NAME TO CA-BEFORE-NAME
                   MOVE SPACES  TO CA-AFTER-NAME
                   MOVE CU-CREDIT-LIMIT TO CA-BEFORE-LIMIT
                   MOVE CU-CREDIT-HOLD  TO CA-BEFORE-HOLD
                   MOVE ZERO            TO CA-AFTER-LIMIT
                   MOVE SPACE           TO CA-AFTER-HOLD
                   PERFORM P0A-WRITE-AUDIT
                   PERFORM P0A-READ-MASTER
                   PERFORM P0A-READ-TRAN
                   PERFORM P0A-WRITE-REJECT
                   PERFORM P0A-READ-TRAN
           END-EVALUATE.
      * Credit fields on a change: the old limit and hold carry
      * forward unless the card says otherwise. Any hold the card
      * puts on or takes off is dated with the business date.
       P0A-APPLY-CREDIT-CHANGE.
           MOVE CU-CREDIT-LIMIT TO CA-BEFORE-LIMIT
           MOVE CU-CREDIT-HOLD  TO CA-BEFORE-HOLD
           MOVE CU-CREDIT-LIMIT TO NC-CREDIT-LIMIT
           MOVE CU-CREDIT-HOLD  TO NC-CREDIT-HOLD
           MOVE CU-HOLD-DATE    TO NC-HOLD-DATE
           IF  CU-CREDIT-LIMIT IS NOT NUMERIC
               MOVE ZERO TO NC-CREDIT-LIMIT
               MOVE ZERO TO CA-BEFORE-LIMIT
           END-IF
           IF  CU-HOLD-DATE IS NOT NUMERIC
               MOVE ZERO TO NC-HOLD-DATE
           END-IF
           IF  CT-CREDIT-LIMIT IS NUMERIC
               MOVE CT-CREDIT-LIMIT TO NC-CREDIT-LIMIT
           END-IF
           IF  CT-HOLD-SET OR CT-HOLD-RELEASE
               CALL "BIZDATE" USING BIZDATE-PARMS
               MOVE BZ-BUSINESS-DATE TO NC-HOLD-DATE
               IF  CT-HOLD-SET
                   MOVE "M"   TO NC-CREDIT-HOLD
               ELSE
                   MOVE SPACE TO NC-CREDIT-HOLD
               END-IF
           END-IF
           MOVE NC-CREDIT-LIMIT TO CA-AFTER-LIMIT
           MOVE NC-CREDIT-HOLD  TO CA-AFTER-HOLD.
       P0A-WRITE-AUDIT.
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP  TO CA-TIMESTAMP
           MOVE CT-ACTION     TO CA-ACTION
           MOVE CT-ACCOUNT-NO TO CA-ACCOUNT-NO
           MOVE CT-USER-ID    TO CA-KEYED-BY
           WRITE CU-AUDIT-RECORD
           ADD 1 TO WS-TRANS-APPLIED.
       P0A-WRITE-REJECT.
