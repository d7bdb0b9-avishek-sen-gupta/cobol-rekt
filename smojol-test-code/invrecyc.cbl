      * matching supervisor card on RCAPPR before it is written to
      * the recycle feed - one clerk can no longer wave through
      * what the duplicate check or PO match stopped. Unapproved
      * ones stay pending and are counted separately. Every
      * resubmission that leaves is written to the CTLEVID controls
      * evidence file with the clerk who keyed it, the supervisor
      * whose card released it and whether one was required.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "RCYPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EVIDENCE-OUT ASSIGN TO "CTLEVID"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-QUEUE.
           05  RP-APPR-THRESHOLD  PIC 9(09)V99.
           05  RP-AMT-TOLERANCE   PIC 9(09)V99.
           05  FILLER             PIC X(58).
       FD  EVIDENCE-OUT.
           COPY "ctlevid.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
       01  WS-AMOUNT-DELTA         PIC S9(10)V99 VALUE ZERO.
       01  WS-APPROVED-SW          PIC X VALUE "Y".
            88 RESUBMIT-APPROVED   VALUE "Y".
       01  WS-APPROVALS-REQD       PIC 9(01) VALUE ZERO.
       01  WS-RESUBMIT-APPROVER    PIC X(08) VALUE SPACES.
       01  WS-APPRCRD-EOF-SW       PIC X VALUE "N".
            88 APPRCRD-EOF         VALUE "Y".
       01  WS-APPR-COUNT           PIC 9(04) COMP VALUE ZERO.
                   INDEXED BY APPR-NDX.
               10  WS-APPR-PART-1    PIC X(04).
               10  WS-APPR-PART-2    PIC X(04).
               10  WS-APPR-APPROVER  PIC X(08).
       01  WS-DISP-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-DISP-TABLE.
           05  WS-DISP-ENTRY OCCURS 500 TIMES
               10  WS-DISP-CURRENCY  PIC X(04).
               10  WS-DISP-DATE      PIC 9(08).
               10  WS-DISP-REASON    PIC X(40).
               10  WS-DISP-CLERK     PIC X(08).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT RECYCLE-OUT
           END-IF.
           OPEN EXTEND EVIDENCE-OUT.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT EVIDENCE-OUT
           END-IF.
           OPEN INPUT REVIEW-QUEUE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-REVIEW-QUEUE
           END-IF.
           CLOSE RECYCLE-OUT.
           CLOSE REJECT-OUT.
           CLOSE EVIDENCE-OUT.
           PERFORM P0A-WRITE-SUITE-CKPT.
           DISPLAY "INVRECYC ITEMS=" WS-ITEMS-READ
               " RESUBMITTED=" WS-ITEMS-RESUBMITTED
                           TO WS-DISP-DATE(DISP-NDX)
                       MOVE DP-REJECT-REASON
                           TO WS-DISP-REASON(DISP-NDX)
                       MOVE DP-CLERK-ID
                           TO WS-DISP-CLERK(DISP-NDX)
                   END-IF
                   PERFORM P0A-READ-DISPOSITION
               END-PERFORM
      * card arrives.
       P0A-JUDGE-RESUBMIT-CONTROL.
           SET RESUBMIT-APPROVED TO TRUE
           MOVE ZERO   TO WS-APPROVALS-REQD
           MOVE SPACES TO WS-RESUBMIT-APPROVER
           IF  WS-DISP-AMOUNT(DISP-NDX) > ZERO
               MOVE WS-DISP-AMOUNT(DISP-NDX) TO WS-EFFECTIVE-AMOUNT
           ELSE
           IF  WS-EFFECTIVE-AMOUNT > WS-APPR-THRESHOLD
               OR WS-AMOUNT-DELTA > WS-AMT-TOLERANCE
               MOVE "N" TO WS-APPROVED-SW
               MOVE 1   TO WS-APPROVALS-REQD
               PERFORM VARYING APPR-NDX FROM 1 BY 1
                       UNTIL APPR-NDX > WS-APPR-COUNT
                       OR RESUBMIT-APPROVED
                   IF  WS-APPR-PART-1(APPR-NDX) = RQ-SOME-PART-1
                    AND WS-APPR-PART-2(APPR-NDX) = RQ-SOME-PART-2
                       SET RESUBMIT-APPROVED TO TRUE
                       MOVE WS-APPR-APPROVER(APPR-NDX)
                           TO WS-RESUBMIT-APPROVER
                   END-IF
               END-PERFORM
           END-IF.
               MOVE RQ-COMPANY-CODE TO II-COMPANY-CODE
           END-IF
           MOVE RQ-INVOICE-NO       TO II-INVOICE-NO
           MOVE SPACES              TO II-PO-NUMBER
           MOVE 1                   TO II-ITEM-COUNT
           IF  WS-DISP-CURRENCY(DISP-NDX) NOT = SPACES
               MOVE WS-DISP-CURRENCY(DISP-NDX) TO II-CURRENCY-CODE
               MOVE RQ-INVOICE-DATE        TO II-INVOICE-DATE
           END-IF
           WRITE INVOICE-IN-RECORD
           ADD 1 TO WS-ITEMS-RESUBMITTED
           PERFORM P0A-WRITE-EVIDENCE.
       P0A-RESUBMIT-EXIT.
           EXIT.
       P0A-WRITE-EVIDENCE.
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE SPACES TO CONTROL-EVIDENCE-RECORD
           MOVE BZ-TIMESTAMP          TO CE-TIMESTAMP
           SET CE-RESUBMISSION        TO TRUE
           MOVE RQ-SOME-PART-1        TO CE-KEY(1:4)
           MOVE RQ-SOME-PART-2        TO CE-KEY(5:4)
           MOVE RQ-INVOICE-NO         TO CE-KEY(9:10)
           MOVE "R"                   TO CE-ACTION
           MOVE II-INVOICE-AMOUNT     TO CE-AMOUNT
           MOVE WS-DISP-CLERK(DISP-NDX) TO CE-MAKER
           MOVE WS-RESUBMIT-APPROVER  TO CE-APPROVER-1
           MOVE WS-APPROVALS-REQD     TO CE-APPROVALS-REQD
           SET CE-APPLIED             TO TRUE
           WRITE CONTROL-EVIDENCE-RECORD.
       P0A-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF  FS-SUCCESS
                           TO WS-APPR-PART-1(APPR-NDX)
                       MOVE RA-SOME-PART-2
                           TO WS-APPR-PART-2(APPR-NDX)
                       MOVE RA-APPROVER-ID
                           TO WS-APPR-APPROVER(APPR-NDX)
                   END-IF
                   PERFORM P0A-READ-APPROVAL-CARD
               END-PERFORM
