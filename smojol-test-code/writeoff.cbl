      * journal (DR WRITEOFF / CR ACCTSRCV), the written-off
      * account's open items are dropped so the item file keeps
      * matching the master, and the WOFFREG register totals the
      * night by reason. The billing-master KSDS is browsed in key
      * order and each written-off account is rewritten in place;
      * a cluster that will not open stops the step with return
      * code 12 before anything is written off, and a master
      * rewrite that fails ends it with 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-CARDS ASSIGN TO "WOAPPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BILLMSTR-VSAM ASSIGN TO "BILLVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY BM-ACCOUNT-NO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT OPEN-ITEMS ASSIGN TO "OPENITEM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           05  WA-ACCOUNT-NO      PIC X(10).
           05  WA-APPROVER-ID     PIC X(08).
           05  WA-REASON-CODE     PIC X(08).
       FD  BILLMSTR-VSAM.
           COPY "billmstr.cpy".
       FD  OPEN-ITEMS.
           COPY "openitem.cpy".
       FD  OPEN-ITEMS-NEW.
            88 APPR-EOF            VALUE "Y".
       01  WS-MASTER-EOF-SW        PIC X VALUE "N".
            88 MASTER-EOF          VALUE "Y".
       01  WS-VSAM-STATUS          PIC XX.
       01  WS-MASTER-ERRORS        PIC 9(05) VALUE ZERO.
       01  NEW-MASTER-RECORD.
           05  NM-ACCOUNT-NO      PIC X(10).
           05  NM-CODE-STAT-DSTR  PIC X(04).
           05  NM-PRIOR-SW        PIC X(01).
           05  NM-AMOUNT          PIC 9(07)V99.
           05  NM-DUE-DATE        PIC 9(08).
       01  WS-OPENITEM-EOF-SW      PIC X VALUE "N".
            88 OPENITEM-EOF        VALUE "Y".
       01  WS-THRESHOLD            PIC 9(05)V99 VALUE 1.00.
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP.
           PERFORM P0A-READ-PARM-CARD.
           PERFORM P0A-LOAD-APPROVAL-CARDS.
           OPEN I-O BILLMSTR-VSAM.
           IF  WS-VSAM-STATUS NOT = "00"
               DISPLAY "WRITEOFF ABORT - BILLVSAM OPEN STATUS="
                   WS-VSAM-STATUS " - NOTHING WRITTEN OFF"
               MOVE 12 TO RETURN-CODE
               MOVE "WRITEOFF" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           OPEN EXTEND AUDIT-OUT.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT AUDIT-OUT
           MOVE WS-THRESHOLD TO HL-THRESHOLD.
           MOVE WS-HEADING-LINE TO WOFF-REGISTER-RECORD.
           WRITE WOFF-REGISTER-RECORD.
           PERFORM P0A-READ-MASTER.
           PERFORM UNTIL MASTER-EOF
               PERFORM P0A-JUDGE-ONE-ACCOUNT
               PERFORM P0A-READ-MASTER
           END-PERFORM.
           CLOSE BILLMSTR-VSAM.
           PERFORM P0A-WRITE-REASON-TOTALS.
           CLOSE WOFF-REGISTER.
           CLOSE AUDIT-OUT.
           MOVE "WRITEOFF" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           IF  WS-MASTER-ERRORS > ZERO
               DISPLAY "WRITEOFF " WS-MASTER-ERRORS
                   " MASTER UPDATES FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       P0A-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
               AT END
                   SET APPR-EOF TO TRUE
           END-READ.
      * A read error ends the browse short and fails the step
      * rather than leaving the rest of the master unjudged quietly.
       P0A-READ-MASTER.
           READ BILLMSTR-VSAM NEXT RECORD
               AT END
                   SET MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
           END-READ
           IF  WS-VSAM-STATUS NOT = "00"
            AND WS-VSAM-STATUS NOT = "10"
               ADD 1 TO WS-MASTER-ERRORS
               DISPLAY "WRITEOFF READ FAILED STATUS=" WS-VSAM-STATUS
               SET MASTER-EOF TO TRUE
           END-IF.
       P0A-JUDGE-ONE-ACCOUNT.
           MOVE "N" TO WS-WOFF-SW
           MOVE SPACES TO WS-THIS-REASON
           END-IF
           IF  WRITE-THIS-OFF
               PERFORM P0A-WRITE-OFF-ACCOUNT
           END-IF.
      * An above-threshold balance goes only on an approval card;
      * a card for an account the run never saw simply expires.
           MOVE BM-PRIOR-EXCEPTION-SW   TO NM-PRIOR-SW
           MOVE ZERO                    TO NM-AMOUNT
           MOVE BM-DUE-DATE             TO NM-DUE-DATE
           MOVE WS-TIMESTAMP  TO BA-TIMESTAMP
           MOVE "W"           TO BA-ACTION
           MOVE BM-ACCOUNT-NO TO BA-ACCOUNT-NO
           MOVE WS-THIS-REASON TO DL-REASON
           MOVE BM-AMOUNT      TO DL-AMOUNT
           MOVE WS-DETAIL-LINE TO WOFF-REGISTER-RECORD
           WRITE WOFF-REGISTER-RECORD
           PERFORM P0A-REWRITE-MASTER.
      * The written-off image replaces the record just read; the
      * before figures above have all been taken from it first.
       P0A-REWRITE-MASTER.
           MOVE NEW-MASTER-RECORD TO BILLMSTR-RECORD
           REWRITE BILLMSTR-RECORD
           IF  WS-VSAM-STATUS NOT = "00"
               ADD 1 TO WS-MASTER-ERRORS
               DISPLAY "WRITEOFF REWRITE FAILED KEY=" BM-ACCOUNT-NO
                   " STATUS=" WS-VSAM-STATUS
           END-IF.
       P0A-TALLY-REASON.
           SET RSN-NDX TO 1
           SEARCH WS-REASON-ENTRY
               MOVE "DR"       TO JL-DR-CR
               MOVE WS-WOFF-TOTAL TO JL-AMOUNT
               MOVE "01"       TO JL-COMPANY-CODE
               MOVE SPACES     TO JL-COST-CENTER
               WRITE GL-JOURNAL-RECORD
               MOVE "ACCTSRCV" TO JL-ACCOUNT
               MOVE "CR"       TO JL-DR-CR
