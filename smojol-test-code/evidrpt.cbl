       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EVIDRPT.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * EVIDRPT - monthly controls evidence package for the
      * auditors. Every month somebody used to pull VMAUDIT,
      * BMAUDIT, CUAUDIT and a pile of card files together by hand
      * to show the controls worked. This step prints one report,
      * a section per control, of everything that happened in the
      * month: the vendor master, vendor payment details, billing
      * master and customer master changes off their audit files,
      * and the stop-list changes, tiered release approvals,
      * review-queue resubmissions, compliance overrides and
      * payment recalls off the CTLEVID evidence file the nightly
      * steps keep. Each line shows when, who made the change and
      * who approved it. A change that needed a second approver
      * and went through without one, one approved by the person
      * who made it, and a change with no maker recorded are
      * flagged with "**" and counted as exceptions.
      * Reviewers sign a section off with an EVIDSCRD card (month,
      * control, reviewer id). Accepted cards are appended to the
      * EVIDSIGN file with the date they were taken, and each
      * section ends with its sign-off - or with a line saying it
      * is still waiting for one. The month defaults to the
      * business date's; an EVIDPARM card (YYYYMM in columns 1-6)
      * reprints an earlier month, which is how a package is
      * rerun once its reviewers have signed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "EVIDPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT VM-AUDIT ASSIGN TO "VMAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT VP-AUDIT ASSIGN TO "VPAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BM-AUDIT ASSIGN TO "BMAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CU-AUDIT ASSIGN TO "CUAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EVIDENCE-FILE ASSIGN TO "CTLEVID"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SIGNOFF-CARDS ASSIGN TO "EVIDSCRD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SIGNOFF-FILE ASSIGN TO "EVIDSIGN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "EVIDRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  EVIDENCE-PARM-FIELDS.
           05  EP-PERIOD          PIC 9(06).
           05  FILLER             PIC X(74).
       FD  VM-AUDIT.
       01  VM-AUDIT-RECORD.
           05  VMA-TIMESTAMP      PIC X(14).
           05  FILLER             PIC X(01).
           05  VMA-ACTION         PIC X(01).
           05  FILLER             PIC X(01).
           05  VMA-VENDOR-ID      PIC X(04).
           05  FILLER             PIC X(01).
           05  FILLER             PIC X(08).
           05  FILLER             PIC X(01).
           05  FILLER             PIC X(08).
           05  FILLER             PIC X(01).
           05  VMA-KEYED-BY       PIC X(08).
       FD  VP-AUDIT.
       01  VP-AUDIT-RECORD.
           05  VPA-TIMESTAMP      PIC X(14).
           05  FILLER             PIC X(01).
           05  VPA-ACTION         PIC X(01).
               88  VPA-DELETE     VALUE "D".
           05  FILLER             PIC X(01).
           05  VPA-VENDOR-ID      PIC X(04).
           05  FILLER             PIC X(01).
           05  FILLER             PIC X(33).
           05  VPA-BEFORE-ROUTING PIC X(09).
           05  VPA-BEFORE-ACCOUNT PIC X(12).
           05  FILLER             PIC X(01).
           05  FILLER             PIC X(01).
           05  FILLER             PIC X(33).
           05  VPA-AFTER-ROUTING  PIC X(09).
           05  VPA-AFTER-ACCOUNT  PIC X(12).
           05  FILLER             PIC X(01).
           05  FILLER             PIC X(01).
           05  VPA-KEYED-BY       PIC X(08).
           05  FILLER             PIC X(01).
           05  VPA-CONFIRMED-BY   PIC X(08).
       FD  BM-AUDIT.
       01  BM-AUDIT-RECORD.
           05  BMA-TIMESTAMP      PIC X(14).
           05  FILLER             PIC X(01).
           05  BMA-ACTION         PIC X(01).
           05  FILLER             PIC X(01).
           05  BMA-ACCOUNT-NO     PIC X(10).
           05  FILLER             PIC X(01).
           05  FILLER             PIC X(13).
           05  FILLER             PIC X(01).
           05  FILLER             PIC X(13).
           05  FILLER             PIC X(01).
           05  BMA-KEYED-BY       PIC X(08).
       FD  CU-AUDIT.
       01  CU-AUDIT-RECORD.
           05  CUA-TIMESTAMP      PIC X(14).
           05  FILLER             PIC X(01).
           05  CUA-ACTION         PIC X(01).
           05  FILLER             PIC X(01).
           05  CUA-ACCOUNT-NO     PIC X(10).
           05  FILLER             PIC X(01).
           05  FILLER             PIC X(30).
           05  FILLER             PIC X(01).
           05  FILLER             PIC X(30).
           05  FILLER             PIC X(01).
           05  CUA-KEYED-BY       PIC X(08).
           05  FILLER             PIC X(24).
       FD  EVIDENCE-FILE.
           COPY "ctlevid.cpy".
       FD  SIGNOFF-CARDS.
       01  SIGNOFF-CARD-RECORD.
           05  SC-PERIOD          PIC 9(06).
           05  SC-CONTROL         PIC X(02).
           05  SC-REVIEWER        PIC X(08).
       FD  SIGNOFF-FILE.
       01  SIGNOFF-RECORD.
           05  SG-PERIOD          PIC 9(06).
           05  SG-CONTROL         PIC X(02).
           05  SG-REVIEWER        PIC X(08).
           05  SG-SIGNED-DATE     PIC 9(08).
       FD  REPORT-OUT.
       01  REPORT-OUT-RECORD      PIC X(100).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
       01  WS-INPUT-EOF-SW         PIC X VALUE "N".
            88 INPUT-EOF           VALUE "Y".
       01  WS-REPORT-PERIOD        PIC 9(06) VALUE ZERO.
       01  WS-CURRENT-PERIOD       PIC 9(06) VALUE ZERO.
       01  WS-SECTION-ENTRIES      PIC 9(07) VALUE ZERO.
       01  WS-SECTION-EXCEPTIONS   PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-ENTRIES        PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-EXCEPTIONS     PIC 9(07) VALUE ZERO.
       01  WS-SECTIONS-UNSIGNED    PIC 9(03) VALUE ZERO.
       01  WS-CARDS-ACCEPTED       PIC 9(05) VALUE ZERO.
       01  WS-CARDS-REFUSED        PIC 9(05) VALUE ZERO.
       01  WS-APPROVERS-PRESENT    PIC 9(01) VALUE ZERO.
       01  WS-EXCEPTION-SW         PIC X VALUE "N".
            88 ENTRY-IS-EXCEPTION  VALUE "Y".
       01  WS-CARD-OK-SW           PIC X VALUE "N".
            88 CARD-OK             VALUE "Y".
       01  WS-SIGNED-SW            PIC X VALUE "N".
            88 SECTION-SIGNED      VALUE "Y".
      * One entry in the common shape every section is reduced to
      * before it is judged and printed.
       01  WS-ENTRY.
           05  WS-EN-TIMESTAMP     PIC X(14).
           05  WS-EN-ACTION        PIC X(01).
           05  WS-EN-KEY           PIC X(18).
           05  WS-EN-MAKER         PIC X(08).
           05  WS-EN-APPROVER-1    PIC X(08).
           05  WS-EN-APPROVER-2    PIC X(08).
           05  WS-EN-APPROVALS-REQD PIC 9(01).
           05  WS-EN-OUTCOME       PIC X(01).
           05  WS-EN-MAKER-KEYED-SW PIC X(01).
               88  WS-EN-MAKER-KEYED VALUE "Y".
      * The controls in the order they are printed.
       01  WS-SECTION-VALUES.
           05  FILLER PIC X(40)
                   VALUE "VMVENDOR MASTER CHANGES (VMAUDIT)       ".
           05  FILLER PIC X(40)
                   VALUE "VPVENDOR PAYMENT DETAILS (VPAUDIT)      ".
           05  FILLER PIC X(40)
                   VALUE "BMBILLING MASTER CHANGES (BMAUDIT)      ".
           05  FILLER PIC X(40)
                   VALUE "CUCUSTOMER MASTER CHANGES (CUAUDIT)     ".
           05  FILLER PIC X(40)
                   VALUE "SLSTOP-LIST CHANGES                     ".
           05  FILLER PIC X(40)
                   VALUE "IAINVOICE RELEASE APPROVALS             ".
           05  FILLER PIC X(40)
                   VALUE "RSREVIEW-QUEUE RESUBMISSIONS            ".
           05  FILLER PIC X(40)
                   VALUE "COCOMPLIANCE OVERRIDES                  ".
           05  FILLER PIC X(40)
                   VALUE "RCPAYMENT RECALLS                       ".
       01  WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.
           05  WS-SECTION-ENTRY OCCURS 9 TIMES
                   INDEXED BY SEC-NDX.
               10  WS-SEC-CODE     PIC X(02).
               10  WS-SEC-TITLE    PIC X(38).
       01  WS-SIGN-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-SIGN-TABLE.
           05  WS-SIGN-ENTRY OCCURS 2000 TIMES
                   INDEXED BY SIGN-NDX.
               10  WS-SIGN-PERIOD   PIC 9(06).
               10  WS-SIGN-CONTROL  PIC X(02).
               10  WS-SIGN-REVIEWER PIC X(08).
               10  WS-SIGN-DATE     PIC 9(08).
       01  WS-HEADING-1.
           05  FILLER  PIC X(38)
                   VALUE "CONTROLS EVIDENCE PACKAGE FOR MONTH   ".
           05  HL-PERIOD PIC 9(06).
           05  FILLER  PIC X(12) VALUE "   PRINTED  ".
           05  HL-DATE PIC 9(08).
       01  WS-SECTION-HEADING.
           05  FILLER  PIC X(08) VALUE "SECTION ".
           05  SH-CODE PIC X(02).
           05  FILLER  PIC X(02) VALUE SPACES.
           05  SH-TITLE PIC X(38).
       01  WS-COLUMN-HEADING.
           05  FILLER  PIC X(18) VALUE "DATE     TIME   A ".
           05  FILLER  PIC X(19) VALUE "KEY                ".
           05  FILLER  PIC X(18) VALUE "MADE BY  APPROVED ".
           05  FILLER  PIC X(18) VALUE "BY                ".
           05  FILLER  PIC X(04) VALUE "NOTE".
       01  WS-DETAIL-LINE.
           05  DL-DATE       PIC X(08).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-TIME       PIC X(06).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-ACTION     PIC X(01).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-KEY        PIC X(18).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-MAKER      PIC X(08).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-APPROVER-1 PIC X(08).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-APPROVER-2 PIC X(08).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-NOTE       PIC X(30).
       01  WS-SECTION-TOTAL-LINE.
           05  FILLER        PIC X(10) VALUE "ENTRIES:  ".
           05  ST-ENTRIES    PIC ZZZZZZ9.
           05  FILLER        PIC X(16) VALUE "   EXCEPTIONS:  ".
           05  ST-EXCEPTIONS PIC ZZZZZZ9.
       01  WS-SIGNED-LINE.
           05  FILLER        PIC X(21) VALUE "SECTION REVIEWED BY  ".
           05  SL-REVIEWER   PIC X(08).
           05  FILLER        PIC X(04) VALUE " ON ".
           05  SL-DATE       PIC 9(08).
       01  WS-UNSIGNED-LINE  PIC X(44)
               VALUE "*** SECTION NOT YET SIGNED OFF BY A REVIEWER".
       01  WS-SUMMARY-LINE.
           05  FILLER        PIC X(16) VALUE "TOTAL ENTRIES:  ".
           05  SM-ENTRIES    PIC ZZZZZZ9.
           05  FILLER        PIC X(16) VALUE "   EXCEPTIONS:  ".
           05  SM-EXCEPTIONS PIC ZZZZZZ9.
           05  FILLER        PIC X(26)
                   VALUE "   SECTIONS NOT SIGNED:   ".
           05  SM-UNSIGNED   PIC ZZ9.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "EVIDRPT" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-BUSINESS-DATE(1:6) TO WS-CURRENT-PERIOD.
           MOVE WS-CURRENT-PERIOD     TO WS-REPORT-PERIOD.
           PERFORM P0A-READ-PARM-CARD.
           PERFORM P0A-LOAD-SIGNOFFS.
           PERFORM P0A-TAKE-SIGNOFF-CARDS.
           OPEN OUTPUT REPORT-OUT.
           MOVE WS-REPORT-PERIOD TO HL-PERIOD.
           MOVE BZ-BUSINESS-DATE TO HL-DATE.
           MOVE WS-HEADING-1 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           PERFORM VARYING SEC-NDX FROM 1 BY 1 UNTIL SEC-NDX > 9
               PERFORM P0A-PRINT-ONE-SECTION
           END-PERFORM.
           MOVE SPACES TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE WS-TOTAL-ENTRIES     TO SM-ENTRIES.
           MOVE WS-TOTAL-EXCEPTIONS  TO SM-EXCEPTIONS.
           MOVE WS-SECTIONS-UNSIGNED TO SM-UNSIGNED.
           MOVE WS-SUMMARY-LINE TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           CLOSE REPORT-OUT.
           DISPLAY "EVIDRPT MONTH=" WS-REPORT-PERIOD
               " ENTRIES=" WS-TOTAL-ENTRIES
               " EXCEPTIONS=" WS-TOTAL-EXCEPTIONS
               " UNSIGNED=" WS-SECTIONS-UNSIGNED
               " SIGN-OFFS TAKEN=" WS-CARDS-ACCEPTED
               " REFUSED=" WS-CARDS-REFUSED.
           MOVE "EVIDRPT" TO TM-PROGRAM-ID
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
                       IF  EP-PERIOD NUMERIC
                           AND EP-PERIOD > ZERO
                           MOVE EP-PERIOD TO WS-REPORT-PERIOD
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
       P0A-LOAD-SIGNOFFS.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT SIGNOFF-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-SIGNOFF
               PERFORM UNTIL INPUT-EOF
                   IF  WS-SIGN-COUNT < 2000
                       ADD 1 TO WS-SIGN-COUNT
                       SET SIGN-NDX TO WS-SIGN-COUNT
                       MOVE SG-PERIOD   TO WS-SIGN-PERIOD(SIGN-NDX)
                       MOVE SG-CONTROL  TO WS-SIGN-CONTROL(SIGN-NDX)
                       MOVE SG-REVIEWER TO WS-SIGN-REVIEWER(SIGN-NDX)
                       MOVE SG-SIGNED-DATE TO WS-SIGN-DATE(SIGN-NDX)
                   ELSE
                       DISPLAY "EVIDRPT SIGN-OFF TABLE FULL - "
                           SG-PERIOD " " SG-CONTROL " NOT LOADED"
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   PERFORM P0A-READ-SIGNOFF
               END-PERFORM
               CLOSE SIGNOFF-FILE
           END-IF.
       P0A-READ-SIGNOFF.
           READ SIGNOFF-FILE
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
      * A sign-off names a month already reached, one of the eight
      * controls and a reviewer. The first sign-off of a section
      * stands; a second card for it is refused, not overwritten.
       P0A-TAKE-SIGNOFF-CARDS.
           MOVE "N" TO WS-INPUT-EOF-SW.
           OPEN INPUT SIGNOFF-CARDS.
           IF  FS-SUCCESS
               OPEN EXTEND SIGNOFF-FILE
               IF  NOT FS-SUCCESS
                   OPEN OUTPUT SIGNOFF-FILE
               END-IF
               PERFORM P0A-READ-SIGNOFF-CARD
               PERFORM UNTIL INPUT-EOF
                   PERFORM P0A-JUDGE-SIGNOFF-CARD
                   IF  CARD-OK
                       PERFORM P0A-RECORD-SIGNOFF
                   ELSE
                       ADD 1 TO WS-CARDS-REFUSED
                   END-IF
                   PERFORM P0A-READ-SIGNOFF-CARD
               END-PERFORM
               CLOSE SIGNOFF-CARDS
               CLOSE SIGNOFF-FILE
           END-IF.
       P0A-READ-SIGNOFF-CARD.
           READ SIGNOFF-CARDS
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
       P0A-JUDGE-SIGNOFF-CARD.
           SET CARD-OK TO TRUE
           SET SEC-NDX TO 1
           SEARCH WS-SECTION-ENTRY
               AT END
                   MOVE "N" TO WS-CARD-OK-SW
               WHEN WS-SEC-CODE(SEC-NDX) = SC-CONTROL
                   CONTINUE
           END-SEARCH
           EVALUATE TRUE
               WHEN NOT CARD-OK
                   DISPLAY "EVIDRPT SIGN-OFF REFUSED - UNKNOWN CONTROL "
                       SC-CONTROL
               WHEN SC-PERIOD NOT NUMERIC
                OR SC-PERIOD = ZERO
                OR SC-PERIOD > WS-CURRENT-PERIOD
                   MOVE "N" TO WS-CARD-OK-SW
                   DISPLAY "EVIDRPT SIGN-OFF REFUSED - BAD MONTH "
                       SC-PERIOD " " SC-CONTROL
               WHEN SC-REVIEWER = SPACES
                   MOVE "N" TO WS-CARD-OK-SW
                   DISPLAY "EVIDRPT SIGN-OFF REFUSED - NO REVIEWER "
                       SC-PERIOD " " SC-CONTROL
               WHEN OTHER
                   PERFORM P0A-FIND-SIGNOFF
                   IF  SECTION-SIGNED
                       MOVE "N" TO WS-CARD-OK-SW
                       DISPLAY "EVIDRPT SIGN-OFF REFUSED - ALREADY "
                           "SIGNED " SC-PERIOD " " SC-CONTROL
                   END-IF
           END-EVALUATE.
       P0A-FIND-SIGNOFF.
           MOVE "N" TO WS-SIGNED-SW
           PERFORM VARYING SIGN-NDX FROM 1 BY 1
                   UNTIL SIGN-NDX > WS-SIGN-COUNT OR SECTION-SIGNED
               IF  WS-SIGN-PERIOD(SIGN-NDX) = SC-PERIOD
                AND WS-SIGN-CONTROL(SIGN-NDX) = SC-CONTROL
                   SET SECTION-SIGNED TO TRUE
                   MOVE WS-SIGN-REVIEWER(SIGN-NDX) TO SL-REVIEWER
                   MOVE WS-SIGN-DATE(SIGN-NDX)     TO SL-DATE
               END-IF
           END-PERFORM.
       P0A-RECORD-SIGNOFF.
           MOVE SC-PERIOD        TO SG-PERIOD
           MOVE SC-CONTROL       TO SG-CONTROL
           MOVE SC-REVIEWER      TO SG-REVIEWER
           MOVE BZ-BUSINESS-DATE TO SG-SIGNED-DATE
           WRITE SIGNOFF-RECORD
           ADD 1 TO WS-CARDS-ACCEPTED
           IF  WS-SIGN-COUNT < 2000
               ADD 1 TO WS-SIGN-COUNT
               SET SIGN-NDX TO WS-SIGN-COUNT
               MOVE SG-PERIOD      TO WS-SIGN-PERIOD(SIGN-NDX)
               MOVE SG-CONTROL     TO WS-SIGN-CONTROL(SIGN-NDX)
               MOVE SG-REVIEWER    TO WS-SIGN-REVIEWER(SIGN-NDX)
               MOVE SG-SIGNED-DATE TO WS-SIGN-DATE(SIGN-NDX)
           END-IF.
       P0A-PRINT-ONE-SECTION.
           MOVE ZERO TO WS-SECTION-ENTRIES
           MOVE ZERO TO WS-SECTION-EXCEPTIONS
           MOVE SPACES TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           MOVE WS-SEC-CODE(SEC-NDX)  TO SH-CODE
           MOVE WS-SEC-TITLE(SEC-NDX) TO SH-TITLE
           MOVE WS-SECTION-HEADING TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           MOVE WS-COLUMN-HEADING TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           EVALUATE WS-SEC-CODE(SEC-NDX)
               WHEN "VM"
                   PERFORM P0A-SCAN-VM-AUDIT
               WHEN "VP"
                   PERFORM P0A-SCAN-VP-AUDIT
               WHEN "BM"
                   PERFORM P0A-SCAN-BM-AUDIT
               WHEN "CU"
                   PERFORM P0A-SCAN-CU-AUDIT
               WHEN OTHER
                   PERFORM P0A-SCAN-EVIDENCE
           END-EVALUATE
           MOVE WS-SECTION-ENTRIES    TO ST-ENTRIES
           MOVE WS-SECTION-EXCEPTIONS TO ST-EXCEPTIONS
           MOVE WS-SECTION-TOTAL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           MOVE WS-REPORT-PERIOD     TO SC-PERIOD
           MOVE WS-SEC-CODE(SEC-NDX) TO SC-CONTROL
           PERFORM P0A-FIND-SIGNOFF
           IF  SECTION-SIGNED
               MOVE WS-SIGNED-LINE TO REPORT-OUT-RECORD
           ELSE
               MOVE WS-UNSIGNED-LINE TO REPORT-OUT-RECORD
               ADD 1 TO WS-SECTIONS-UNSIGNED
           END-IF
           WRITE REPORT-OUT-RECORD.
      * The master-file audits carry no approver: only a vendor
      * payment change that touches the bank routing or account
      * needs the second, confirming user.
       P0A-SCAN-VM-AUDIT.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT VM-AUDIT
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ VM-AUDIT
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           IF  VMA-TIMESTAMP(1:6) = WS-REPORT-PERIOD
                               MOVE SPACES TO WS-ENTRY
                               MOVE VMA-TIMESTAMP TO WS-EN-TIMESTAMP
                               MOVE VMA-ACTION    TO WS-EN-ACTION
                               MOVE VMA-VENDOR-ID TO WS-EN-KEY
                               MOVE VMA-KEYED-BY  TO WS-EN-MAKER
                               MOVE ZERO TO WS-EN-APPROVALS-REQD
                               MOVE "A"  TO WS-EN-OUTCOME
                               SET WS-EN-MAKER-KEYED TO TRUE
                               PERFORM P0A-PRINT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VM-AUDIT
           END-IF.
       P0A-SCAN-VP-AUDIT.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT VP-AUDIT
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ VP-AUDIT
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           IF  VPA-TIMESTAMP(1:6) = WS-REPORT-PERIOD
                               PERFORM P0A-BUILD-VP-ENTRY
                               PERFORM P0A-PRINT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VP-AUDIT
           END-IF.
       P0A-BUILD-VP-ENTRY.
           MOVE SPACES TO WS-ENTRY
           MOVE VPA-TIMESTAMP    TO WS-EN-TIMESTAMP
           MOVE VPA-ACTION       TO WS-EN-ACTION
           MOVE VPA-VENDOR-ID    TO WS-EN-KEY
           MOVE VPA-KEYED-BY     TO WS-EN-MAKER
           MOVE VPA-CONFIRMED-BY TO WS-EN-APPROVER-1
           MOVE ZERO TO WS-EN-APPROVALS-REQD
           IF  NOT VPA-DELETE
            AND (VPA-AFTER-ROUTING NOT = VPA-BEFORE-ROUTING
              OR VPA-AFTER-ACCOUNT NOT = VPA-BEFORE-ACCOUNT)
               MOVE 1 TO WS-EN-APPROVALS-REQD
           END-IF
           MOVE "A" TO WS-EN-OUTCOME
           SET WS-EN-MAKER-KEYED TO TRUE.
       P0A-SCAN-BM-AUDIT.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT BM-AUDIT
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ BM-AUDIT
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           IF  BMA-TIMESTAMP(1:6) = WS-REPORT-PERIOD
                               MOVE SPACES TO WS-ENTRY
                               MOVE BMA-TIMESTAMP  TO WS-EN-TIMESTAMP
                               MOVE BMA-ACTION     TO WS-EN-ACTION
                               MOVE BMA-ACCOUNT-NO TO WS-EN-KEY
                               MOVE BMA-KEYED-BY   TO WS-EN-MAKER
                               MOVE ZERO TO WS-EN-APPROVALS-REQD
                               MOVE "A"  TO WS-EN-OUTCOME
                               SET WS-EN-MAKER-KEYED TO TRUE
                               PERFORM P0A-PRINT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BM-AUDIT
           END-IF.
       P0A-SCAN-CU-AUDIT.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT CU-AUDIT
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ CU-AUDIT
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           IF  CUA-TIMESTAMP(1:6) = WS-REPORT-PERIOD
                               MOVE SPACES TO WS-ENTRY
                               MOVE CUA-TIMESTAMP  TO WS-EN-TIMESTAMP
                               MOVE CUA-ACTION     TO WS-EN-ACTION
                               MOVE CUA-ACCOUNT-NO TO WS-EN-KEY
                               MOVE CUA-KEYED-BY   TO WS-EN-MAKER
                               MOVE ZERO TO WS-EN-APPROVALS-REQD
                               MOVE "A"  TO WS-EN-OUTCOME
                               SET WS-EN-MAKER-KEYED TO TRUE
                               PERFORM P0A-PRINT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CU-AUDIT
           END-IF.
      * The evidence file holds the four card-driven controls; one
      * pass per section picks out that section's records. An
      * invoice off the feed has no maker to record.
       P0A-SCAN-EVIDENCE.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT EVIDENCE-FILE
           IF  FS-SUCCESS
               PERFORM UNTIL INPUT-EOF
                   READ EVIDENCE-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           IF  CE-TIMESTAMP(1:6) = WS-REPORT-PERIOD
                            AND CE-CONTROL = WS-SEC-CODE(SEC-NDX)
                               PERFORM P0A-BUILD-EVIDENCE-ENTRY
                               PERFORM P0A-PRINT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVIDENCE-FILE
           END-IF.
       P0A-BUILD-EVIDENCE-ENTRY.
           MOVE SPACES TO WS-ENTRY
           MOVE CE-TIMESTAMP      TO WS-EN-TIMESTAMP
           MOVE CE-ACTION         TO WS-EN-ACTION
           MOVE CE-KEY            TO WS-EN-KEY
           MOVE CE-MAKER          TO WS-EN-MAKER
           MOVE CE-APPROVER-1     TO WS-EN-APPROVER-1
           MOVE CE-APPROVER-2     TO WS-EN-APPROVER-2
           MOVE CE-APPROVALS-REQD TO WS-EN-APPROVALS-REQD
           MOVE CE-OUTCOME        TO WS-EN-OUTCOME
           IF  NOT CE-RELEASE-APPR AND NOT CE-COMPLIANCE
               SET WS-EN-MAKER-KEYED TO TRUE
           END-IF.
      * Judge one entry against its control and print it. Only a
      * change that went through can lack its approver; held and
      * declined items are shown for completeness.
       P0A-PRINT-ENTRY.
           ADD 1 TO WS-SECTION-ENTRIES
           ADD 1 TO WS-TOTAL-ENTRIES
           MOVE "N"  TO WS-EXCEPTION-SW
           MOVE ZERO TO WS-APPROVERS-PRESENT
           IF  WS-EN-APPROVER-1 NOT = SPACES
               ADD 1 TO WS-APPROVERS-PRESENT
           END-IF
           IF  WS-EN-APPROVER-2 NOT = SPACES
               ADD 1 TO WS-APPROVERS-PRESENT
           END-IF
           EVALUATE TRUE
               WHEN WS-EN-MAKER-KEYED AND WS-EN-MAKER = SPACES
                   SET ENTRY-IS-EXCEPTION TO TRUE
                   MOVE "** MAKER NOT RECORDED" TO DL-NOTE
               WHEN WS-EN-OUTCOME = "A"
                AND WS-APPROVERS-PRESENT < WS-EN-APPROVALS-REQD
                   SET ENTRY-IS-EXCEPTION TO TRUE
                   MOVE "** NO SECOND APPROVER" TO DL-NOTE
               WHEN WS-EN-MAKER NOT = SPACES
                AND (WS-EN-APPROVER-1 = WS-EN-MAKER
                  OR WS-EN-APPROVER-2 = WS-EN-MAKER)
                   SET ENTRY-IS-EXCEPTION TO TRUE
                   MOVE "** APPROVED BY THE MAKER" TO DL-NOTE
               WHEN WS-EN-OUTCOME = "H"
                   MOVE "HELD - AWAITING APPROVAL" TO DL-NOTE
               WHEN WS-EN-OUTCOME = "D"
                   MOVE "DECLINED" TO DL-NOTE
               WHEN WS-EN-OUTCOME = "S"
                   MOVE "NOT APPLIED - NO CHANGE" TO DL-NOTE
               WHEN WS-EN-APPROVALS-REQD = ZERO
                   MOVE "NO SECOND APPROVER REQUIRED" TO DL-NOTE
               WHEN OTHER
                   MOVE "APPROVED" TO DL-NOTE
           END-EVALUATE
           IF  ENTRY-IS-EXCEPTION
               ADD 1 TO WS-SECTION-EXCEPTIONS
               ADD 1 TO WS-TOTAL-EXCEPTIONS
           END-IF
           MOVE WS-EN-TIMESTAMP(1:8)  TO DL-DATE
           MOVE WS-EN-TIMESTAMP(9:6)  TO DL-TIME
           MOVE WS-EN-ACTION          TO DL-ACTION
           MOVE WS-EN-KEY             TO DL-KEY
           MOVE WS-EN-MAKER           TO DL-MAKER
           MOVE WS-EN-APPROVER-1      TO DL-APPROVER-1
           MOVE WS-EN-APPROVER-2      TO DL-APPROVER-2
           MOVE WS-DETAIL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.
