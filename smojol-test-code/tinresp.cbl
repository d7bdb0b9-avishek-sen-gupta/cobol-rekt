       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TINRESP.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * TINRESP - applies the tax authority's TIN-matching response
      * to VENDTIN. Each response line echoes our request (TIN type,
      * TIN, name, vendor id as account number) and adds a match
      * indicator: 0, 6, 7 and 8 mean the TIN and name agree; 1, 2
      * and 3 mean they do not (TIN not issued, or issued to another
      * name); 4 and 5 mean the request itself was invalid or a
      * duplicate, so the vendor is set back to unverified and goes
      * out again on the next TINREQ run. A response for a TIN that
      * has since been changed through TINMNT is reported and left.
      *
      * A mismatch opens a B-notice case: the vendor's current
      * backup-withholding switch and percentage are saved on
      * VENDTIN, a VMTRAN change card sets VM-WHOLD-SW with the
      * statutory percentage (TINPARM, default 24.00), and the case
      * is logged to BNOTICE with a certification due date N
      * business days on (TINPARM, default 30). A later match on an
      * open case clears it the same way - a VMTRAN card puts the
      * saved switch and percentage back and BNOTICE logs the
      * clearance. Both cards go through the VENDMNT maintenance
      * path, so VMAUDIT carries the before and after as for any
      * other vendor change. The change cards carry every vendor
      * field, taken from the vendor master loaded at start of run.
      * A full response or vendor table ends the step with RC 12:
      * VENDTIN is carried forward unchanged and no card is cut.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "TINPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO "TINRESP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OLD-TIN-FILE ASSIGN TO "VENDTIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NEW-TIN-FILE ASSIGN TO "VENDTINN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TRAN-OUT ASSIGN TO "VMTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NOTICE-OUT ASSIGN TO "BNOTICE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "TINRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  TIN-PARM-FIELDS.
           05  TP-CASE-DAYS       PIC 9(03).
           05  TP-WHOLD-PCT       PIC 9(02)V9(02).
           05  FILLER             PIC X(73).
       FD  VENDOR-MASTER.
           COPY "vendmstr.cpy".
       FD  RESPONSE-FILE.
       01  RESPONSE-RECORD        PIC X(80).
       FD  OLD-TIN-FILE.
           COPY "vendtin.cpy".
       FD  NEW-TIN-FILE.
       01  NEW-TIN-RECORD         PIC X(58).
       FD  TRAN-OUT.
       01  VM-TRAN-RECORD.
           05  VT-ACTION          PIC X(01).
           05  VT-VENDOR-ID       PIC X(04).
           05  VT-VENDOR-NAME     PIC X(30).
           05  VT-STATUS          PIC X(01).
           05  VT-DISCOUNT-PCT    PIC 9(02)V9(02).
           05  VT-DISCOUNT-DAYS   PIC 9(03).
           05  VT-NET-DAYS        PIC 9(03).
           05  VT-WHOLD-SW        PIC X(01).
           05  VT-WHOLD-PCT       PIC 9(02)V9(02).
           05  VT-VENDOR-CLASS    PIC X(02).
           05  VT-SHARED-SW       PIC X(01).
           05  VT-USER-ID         PIC X(08).
       FD  NOTICE-OUT.
           COPY "bnotice.cpy".
       FD  REPORT-OUT.
       01  REPORT-OUT-RECORD      PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "datecpm.cpy".
       01  WS-VENDOR-EOF-SW        PIC X VALUE "N".
            88 VENDOR-EOF          VALUE "Y".
       01  WS-RESPONSE-EOF-SW      PIC X VALUE "N".
            88 RESPONSE-EOF        VALUE "Y".
       01  WS-TIN-EOF-SW           PIC X VALUE "N".
            88 TIN-EOF             VALUE "Y".
       01  WS-TABLE-FULL-SW        PIC X VALUE "N".
            88 TABLE-FULL          VALUE "Y".
       01  WS-VENDOR-FOUND-SW      PIC X VALUE "N".
            88 VENDOR-FOUND        VALUE "Y".
       01  WS-CASE-DAYS            PIC 9(03) VALUE 30.
       01  WS-STAT-WHOLD-PCT       PIC 9(02)V9(02) VALUE 24.00.
       01  WS-RESPONSES-READ       PIC 9(07) VALUE ZERO.
       01  WS-MATCHED              PIC 9(07) VALUE ZERO.
       01  WS-MISMATCHED           PIC 9(07) VALUE ZERO.
       01  WS-RESENDS              PIC 9(07) VALUE ZERO.
       01  WS-CASES-OPENED         PIC 9(07) VALUE ZERO.
       01  WS-CASES-CLEARED        PIC 9(07) VALUE ZERO.
       01  WS-EXCEPTIONS           PIC 9(07) VALUE ZERO.
      * One response line as the matching service returns it.
       01  WS-RESPONSE-FIELDS.
           05  WS-RS-TIN-TYPE      PIC X(01).
           05  WS-RS-TIN           PIC X(09).
           05  WS-RS-NAME          PIC X(40).
           05  WS-RS-VENDOR-ID     PIC X(04).
           05  WS-RS-INDICATOR     PIC X(01).
               88  WS-RS-MATCH     VALUE "0" "6" "7" "8".
               88  WS-RS-MISMATCH  VALUE "1" "2" "3".
       01  WS-RS-COUNT             PIC 9(05) COMP VALUE 0.
       01  WS-RS-TABLE.
           05  WS-RS-ENTRY OCCURS 5000 TIMES
                   INDEXED BY RS-NDX.
               10  WS-RS-T-VENDOR  PIC X(04).
               10  WS-RS-T-TIN     PIC X(09).
               10  WS-RS-T-IND     PIC X(01).
               10  WS-RS-T-USED    PIC X(01).
       01  WS-VM-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-VM-TABLE.
           05  WS-VM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY VM-NDX.
               10  WS-VM-VENDOR    PIC X(04).
               10  WS-VM-REST      PIC X(49).
       01  WS-HEADING-LINE.
           05  FILLER  PIC X(36)
                   VALUE "TIN-MATCHING RESPONSE - ACTIONS     ".
           05  HL-DATE PIC 9(08).
       01  WS-DETAIL-LINE.
           05  DL-VENDOR    PIC X(04).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  DL-TIN       PIC X(09).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  DL-IND       PIC X(01).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  DL-TEXT      PIC X(40).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  DL-DATE      PIC 9(08).
       01  WS-TOTAL-LINE.
           05  FILLER       PIC X(09) VALUE "MATCHED: ".
           05  TL-MATCHED   PIC ZZZZZZ9.
           05  FILLER       PIC X(14) VALUE "  MISMATCHED: ".
           05  TL-MISMATCH  PIC ZZZZZZ9.
           05  FILLER       PIC X(10) VALUE "  OPENED: ".
           05  TL-OPENED    PIC ZZZZZZ9.
           05  FILLER       PIC X(11) VALUE "  CLEARED: ".
           05  TL-CLEARED   PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "TINRESP" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS.
           PERFORM P0A-READ-PARM-CARD.
           PERFORM P0A-LOAD-VENDORS.
           PERFORM P0A-LOAD-RESPONSES.
           IF  TABLE-FULL
               DISPLAY "TINRESP RESPONSE OR VENDOR TABLE FULL - "
                   "NOTHING APPLIED"
               MOVE 12 TO RETURN-CODE
           END-IF.
           OPEN EXTEND TRAN-OUT.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT TRAN-OUT
           END-IF.
           OPEN EXTEND NOTICE-OUT.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT NOTICE-OUT
           END-IF.
           OPEN OUTPUT NEW-TIN-FILE.
           OPEN OUTPUT REPORT-OUT.
           MOVE BZ-BUSINESS-DATE TO HL-DATE.
           MOVE WS-HEADING-LINE TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           OPEN INPUT OLD-TIN-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-TIN
               PERFORM UNTIL TIN-EOF
                   IF  NOT TABLE-FULL
                       PERFORM P0A-APPLY-ONE-VENDOR
                   END-IF
                   MOVE VENDOR-TIN-RECORD TO NEW-TIN-RECORD
                   WRITE NEW-TIN-RECORD
                   PERFORM P0A-READ-TIN
               END-PERFORM
               CLOSE OLD-TIN-FILE
           END-IF.
           IF  NOT TABLE-FULL
               PERFORM P0A-REPORT-UNUSED-RESPONSES
           END-IF.
           MOVE WS-MATCHED       TO TL-MATCHED.
           MOVE WS-MISMATCHED    TO TL-MISMATCH.
           MOVE WS-CASES-OPENED  TO TL-OPENED.
           MOVE WS-CASES-CLEARED TO TL-CLEARED.
           MOVE WS-TOTAL-LINE TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           CLOSE NEW-TIN-FILE.
           CLOSE TRAN-OUT.
           CLOSE NOTICE-OUT.
           CLOSE REPORT-OUT.
           IF  WS-EXCEPTIONS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "TINRESP RESPONSES=" WS-RESPONSES-READ
               " MATCHED=" WS-MATCHED
               " MISMATCHED=" WS-MISMATCHED
               " RESEND=" WS-RESENDS
               " OPENED=" WS-CASES-OPENED
               " CLEARED=" WS-CASES-CLEARED
               " EXCEPTIONS=" WS-EXCEPTIONS.
           MOVE "TINRESP" TO TM-PROGRAM-ID
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
                       IF  TP-CASE-DAYS NUMERIC
                           AND TP-CASE-DAYS > ZERO
                           MOVE TP-CASE-DAYS TO WS-CASE-DAYS
                       END-IF
                       IF  TP-WHOLD-PCT NUMERIC
                           AND TP-WHOLD-PCT > ZERO
                           MOVE TP-WHOLD-PCT TO WS-STAT-WHOLD-PCT
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
       P0A-LOAD-VENDORS.
           OPEN INPUT VENDOR-MASTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-VENDOR
               PERFORM UNTIL VENDOR-EOF OR TABLE-FULL
                   IF  WS-VM-COUNT < 2000
                       ADD 1 TO WS-VM-COUNT
                       SET VM-NDX TO WS-VM-COUNT
                       MOVE VENDOR-MASTER-RECORD
                           TO WS-VM-ENTRY(VM-NDX)
                       PERFORM P0A-READ-VENDOR
                   ELSE
                       SET TABLE-FULL TO TRUE
                   END-IF
               END-PERFORM
               CLOSE VENDOR-MASTER
           END-IF.
       P0A-READ-VENDOR.
           READ VENDOR-MASTER
               AT END
                   SET VENDOR-EOF TO TRUE
           END-READ.
      * Responses arrive in the service's own order, so they are
      * held in a table and looked up by vendor as VENDTIN is
      * passed in vendor order.
       P0A-LOAD-RESPONSES.
           OPEN INPUT RESPONSE-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-RESPONSE
               PERFORM UNTIL RESPONSE-EOF OR TABLE-FULL
                   IF  WS-RS-COUNT < 5000
                       ADD 1 TO WS-RS-COUNT
                       SET RS-NDX TO WS-RS-COUNT
                       MOVE WS-RS-VENDOR-ID TO WS-RS-T-VENDOR(RS-NDX)
                       MOVE WS-RS-TIN       TO WS-RS-T-TIN(RS-NDX)
                       MOVE WS-RS-INDICATOR TO WS-RS-T-IND(RS-NDX)
                       MOVE "N"             TO WS-RS-T-USED(RS-NDX)
                       PERFORM P0A-READ-RESPONSE
                   ELSE
                       SET TABLE-FULL TO TRUE
                   END-IF
               END-PERFORM
               CLOSE RESPONSE-FILE
           END-IF.
       P0A-READ-RESPONSE.
           READ RESPONSE-FILE
               AT END
                   SET RESPONSE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RESPONSES-READ
                   MOVE SPACES TO WS-RESPONSE-FIELDS
                   UNSTRING RESPONSE-RECORD DELIMITED BY ";"
                       INTO WS-RS-TIN-TYPE WS-RS-TIN WS-RS-NAME
                            WS-RS-VENDOR-ID WS-RS-INDICATOR
                   END-UNSTRING
           END-READ.
       P0A-READ-TIN.
           READ OLD-TIN-FILE
               AT END
                   SET TIN-EOF TO TRUE
           END-READ.
       P0A-APPLY-ONE-VENDOR.
           SET RS-NDX TO 1
           SEARCH WS-RS-ENTRY
               AT END
                   CONTINUE
               WHEN RS-NDX > WS-RS-COUNT
                   CONTINUE
               WHEN WS-RS-T-VENDOR(RS-NDX) = TN-VENDOR-ID
                   MOVE "Y" TO WS-RS-T-USED(RS-NDX)
                   MOVE WS-RS-T-IND(RS-NDX) TO WS-RS-INDICATOR
                   PERFORM P0A-APPLY-RESPONSE
           END-SEARCH.
       P0A-APPLY-RESPONSE.
           MOVE TN-VENDOR-ID     TO DL-VENDOR
           MOVE TN-TIN           TO DL-TIN
           MOVE WS-RS-INDICATOR  TO DL-IND
           MOVE ZERO             TO DL-DATE
           IF  WS-RS-T-TIN(RS-NDX) NOT = TN-TIN
               MOVE "RESPONSE FOR A SUPERSEDED TIN - IGNORED"
                   TO DL-TEXT
               PERFORM P0A-WRITE-EXCEPTION
           ELSE
               MOVE BZ-BUSINESS-DATE TO TN-RESPONSE-DATE
               MOVE WS-RS-INDICATOR  TO TN-RESPONSE-CODE
               EVALUATE TRUE
                   WHEN WS-RS-MATCH
                       ADD 1 TO WS-MATCHED
                       SET TN-MATCHED TO TRUE
                       IF  TN-CASE-OPEN
                           PERFORM P0A-CLEAR-CASE
                       END-IF
                   WHEN WS-RS-MISMATCH
                       ADD 1 TO WS-MISMATCHED
                       SET TN-MISMATCHED TO TRUE
                       IF  TN-CASE-OPEN
                           MOVE "MISMATCH AGAIN - CASE ALREADY OPEN"
                               TO DL-TEXT
                           MOVE TN-CASE-DUE-DATE TO DL-DATE
                           PERFORM P0A-WRITE-DETAIL-LINE
                       ELSE
                           PERFORM P0A-OPEN-CASE
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-RESENDS
                       SET TN-UNVERIFIED TO TRUE
                       MOVE "REQUEST INVALID OR DUPLICATE - RESEND"
                           TO DL-TEXT
                       PERFORM P0A-WRITE-DETAIL-LINE
               END-EVALUATE
           END-IF.
       P0A-FIND-VENDOR.
           MOVE "N" TO WS-VENDOR-FOUND-SW
           SET VM-NDX TO 1
           SEARCH WS-VM-ENTRY
               AT END
                   CONTINUE
               WHEN VM-NDX > WS-VM-COUNT
                   CONTINUE
               WHEN WS-VM-VENDOR(VM-NDX) = TN-VENDOR-ID
                   MOVE WS-VM-ENTRY(VM-NDX) TO VENDOR-MASTER-RECORD
                   SET VENDOR-FOUND TO TRUE
           END-SEARCH.
      * The vendor's own withholding set-up is saved before the
      * statutory rate replaces it, so clearing the case restores
      * exactly what was there.
       P0A-OPEN-CASE.
           PERFORM P0A-FIND-VENDOR
           IF  NOT VENDOR-FOUND
               MOVE "MISMATCH - VENDOR NOT ON VENDMSTR" TO DL-TEXT
               PERFORM P0A-WRITE-EXCEPTION
           ELSE
               SET DC-ADD-DAYS TO TRUE
               MOVE BZ-BUSINESS-DATE TO DC-DATE-1
               MOVE WS-CASE-DAYS     TO DC-DAYS-IN
               CALL "DATECALC" USING DATECALC-PARMS
               IF  DC-OK
                   MOVE DC-RESULT-DATE   TO TN-CASE-DUE-DATE
               ELSE
                   MOVE BZ-BUSINESS-DATE TO TN-CASE-DUE-DATE
               END-IF
               SET TN-CASE-OPEN TO TRUE
               MOVE BZ-BUSINESS-DATE TO TN-CASE-OPENED
               MOVE VM-WHOLD-SW      TO TN-PRIOR-WHOLD-SW
               MOVE VM-WHOLD-PCT     TO TN-PRIOR-WHOLD-PCT
               MOVE "Y"               TO VM-WHOLD-SW
               MOVE WS-STAT-WHOLD-PCT TO VM-WHOLD-PCT
               PERFORM P0A-WRITE-CHANGE-CARD
               SET BN-CASE-OPENED TO TRUE
               PERFORM P0A-WRITE-NOTICE
               ADD 1 TO WS-CASES-OPENED
               MOVE "B-NOTICE CASE OPENED - WITHHOLDING SET"
                   TO DL-TEXT
               MOVE TN-CASE-DUE-DATE TO DL-DATE
               PERFORM P0A-WRITE-DETAIL-LINE
           END-IF.
       P0A-CLEAR-CASE.
           PERFORM P0A-FIND-VENDOR
           IF  NOT VENDOR-FOUND
               MOVE "MATCH - NOT ON VENDMSTR, CASE KEPT OPEN"
                   TO DL-TEXT
               PERFORM P0A-WRITE-EXCEPTION
           ELSE
               MOVE TN-PRIOR-WHOLD-SW  TO VM-WHOLD-SW
               MOVE TN-PRIOR-WHOLD-PCT TO VM-WHOLD-PCT
               PERFORM P0A-WRITE-CHANGE-CARD
               SET BN-CASE-CLEARED TO TRUE
               PERFORM P0A-WRITE-NOTICE
               ADD 1 TO WS-CASES-CLEARED
               MOVE "B-NOTICE CASE CLEARED - WHOLD RESTORED"
                   TO DL-TEXT
               MOVE TN-CASE-OPENED TO DL-DATE
               PERFORM P0A-WRITE-DETAIL-LINE
               SET TN-NO-CASE TO TRUE
               MOVE ZERO   TO TN-CASE-OPENED
               MOVE ZERO   TO TN-CASE-DUE-DATE
               MOVE SPACES TO TN-PRIOR-WHOLD-SW
               MOVE ZERO   TO TN-PRIOR-WHOLD-PCT
           END-IF.
       P0A-WRITE-CHANGE-CARD.
           MOVE "C"             TO VT-ACTION
           MOVE VM-VENDOR-ID    TO VT-VENDOR-ID
           MOVE VM-VENDOR-NAME  TO VT-VENDOR-NAME
           MOVE VM-STATUS       TO VT-STATUS
           MOVE VM-DISCOUNT-PCT TO VT-DISCOUNT-PCT
           MOVE VM-DISCOUNT-DAYS TO VT-DISCOUNT-DAYS
           MOVE VM-NET-DAYS     TO VT-NET-DAYS
           MOVE VM-WHOLD-SW     TO VT-WHOLD-SW
           MOVE VM-WHOLD-PCT    TO VT-WHOLD-PCT
           MOVE VM-VENDOR-CLASS TO VT-VENDOR-CLASS
           MOVE VM-SHARED-SW    TO VT-SHARED-SW
           MOVE "TINRESP"       TO VT-USER-ID
           WRITE VM-TRAN-RECORD.
       P0A-WRITE-NOTICE.
           MOVE TN-VENDOR-ID      TO BN-VENDOR-ID
           MOVE BZ-BUSINESS-DATE  TO BN-EVENT-DATE
           MOVE TN-TIN            TO BN-TIN
           MOVE TN-NAME-CONTROL   TO BN-NAME-CONTROL
           MOVE TN-RESPONSE-CODE  TO BN-RESPONSE-CODE
           MOVE TN-CASE-DUE-DATE  TO BN-DUE-DATE
           MOVE VM-WHOLD-SW       TO BN-WHOLD-SW
           MOVE VM-WHOLD-PCT      TO BN-WHOLD-PCT
           WRITE BNOTICE-RECORD.
       P0A-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           PERFORM P0A-WRITE-DETAIL-LINE.
       P0A-WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.
       P0A-REPORT-UNUSED-RESPONSES.
           PERFORM VARYING RS-NDX FROM 1 BY 1
                   UNTIL RS-NDX > WS-RS-COUNT
               IF  WS-RS-T-USED(RS-NDX) = "N"
                   MOVE WS-RS-T-VENDOR(RS-NDX) TO DL-VENDOR
                   MOVE WS-RS-T-TIN(RS-NDX)    TO DL-TIN
                   MOVE WS-RS-T-IND(RS-NDX)    TO DL-IND
                   MOVE ZERO                   TO DL-DATE
                   MOVE "RESPONSE FOR A VENDOR NOT ON VENDTIN"
                       TO DL-TEXT
                   PERFORM P0A-WRITE-EXCEPTION
               END-IF
           END-PERFORM.
