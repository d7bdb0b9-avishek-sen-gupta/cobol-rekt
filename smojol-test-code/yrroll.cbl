       IDENTIFICATION DIVISION.
       PROGRAM-ID.    YRROLL.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * YRROLL - year-end rollover of the year-to-date payment
      * files. PAYHIST, VCAHIST and WHHIST (appended nightly by
      * PAYARCH) and the PAYVSAM online payment-history cluster
      * (appended nightly by PAYHLOAD) are year-to-date files that
      * nothing used to reset. Run in the year-end suite after
      * VENDYR has summarized them, this step copies each one whole
      * into its dated prior-year generation (the KSDS to a
      * sequential unload), counting the records and hashing an
      * amount field on the way in and out, then reads every
      * generation back and proves the count and hash against what
      * was read. Only when all four agree are the three live
      * sequential files emptied for the new year - the job's
      * following IDCAMS step empties and redefines the cluster -
      * and the ROLLRPT control report, kept with the generations,
      * is the evidence nothing was lost. Any disagreement ends
      * the step with RC 12 and every live file as it was.
      *
      * PAYHINQ answers from a second, prior-year cluster when a
      * payment is not on the live one. This step loads it with
      * the payments of the closing year's last ROLLPARM lookback
      * months (card cols 1-2, 00-12, default 12 - the whole year;
      * 00 leaves the prior-year cluster empty). The closing year
      * is the year before the business date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "ROLLPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYMENT-HISTORY-GEN ASSIGN TO "PAYHISTP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CORRECTION-HISTORY ASSIGN TO "VCAHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CORRECTION-HISTORY-GEN ASSIGN TO "VCAHISTP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT WITHHOLDING-HISTORY ASSIGN TO "WHHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT WITHHOLDING-HISTORY-GEN ASSIGN TO "WHHISTP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYMENT-VSAM ASSIGN TO "PAYVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY PV-PAYMENT-KEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT PAYMENT-VSAM-GEN ASSIGN TO "PAYVSMP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRIOR-YEAR-VSAM ASSIGN TO "PAYVSMPY"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY PY-PAYMENT-KEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT ROLL-REPORT ASSIGN TO "ROLLRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  ROLL-PARM-FIELDS.
           05  RP-LOOKBACK-MONTHS PIC 9(02).
           05  FILLER             PIC X(78).
       FD  PAYMENT-HISTORY.
           COPY "payext.cpy".
       FD  PAYMENT-HISTORY-GEN.
       01  PAYMENT-HISTORY-GEN-RECORD PIC X(116).
       FD  CORRECTION-HISTORY.
       01  VC-AUDIT-RECORD.
           05  VCA-TIMESTAMP      PIC X(14).
           05  FILLER             PIC X(01).
           05  VCA-SOME-PART-1    PIC X(04).
           05  FILLER             PIC X(01).
           05  VCA-BEFORE-AMOUNT  PIC 9(09)V99.
           05  FILLER             PIC X(01).
           05  VCA-AFTER-AMOUNT   PIC 9(09)V99.
       FD  CORRECTION-HISTORY-GEN.
       01  CORRECTION-HISTORY-GEN-RECORD PIC X(43).
       FD  WITHHOLDING-HISTORY.
           COPY "whldreg.cpy".
       FD  WITHHOLDING-HISTORY-GEN.
       01  WITHHOLDING-HISTORY-GEN-RECORD PIC X(42).
       FD  PAYMENT-VSAM.
       01  PAYMENT-VSAM-RECORD.
           05  PV-PAYMENT-KEY.
               10  PV-SOME-PART-1  PIC X(04).
               10  PV-SOME-PART-2  PIC X(04).
               10  PV-PAYMENT-DATE PIC 9(08).
           05  PV-GROSS-AMOUNT    PIC 9(09)V99.
           05  PV-DISCOUNT-TAKEN  PIC 9(09)V99.
           05  PV-CREDIT-APPLIED  PIC 9(09)V99.
           05  PV-NET-PAYABLE     PIC 9(09)V99.
           05  PV-INVOICE-NO      PIC X(10).
       FD  PAYMENT-VSAM-GEN.
       01  PAYMENT-VSAM-GEN-RECORD PIC X(70).
       FD  PRIOR-YEAR-VSAM.
       01  PRIOR-YEAR-VSAM-RECORD.
           05  PY-PAYMENT-KEY     PIC X(16).
           05  FILLER             PIC X(54).
       FD  ROLL-REPORT.
       01  ROLL-REPORT-RECORD     PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
       01  WS-VSAM-STATUS          PIC XX.
       01  WS-INPUT-EOF-SW         PIC X VALUE "N".
            88 INPUT-EOF           VALUE "Y".
       01  WS-ROLL-FAILED-SW       PIC X VALUE "N".
            88 ROLL-FAILED         VALUE "Y".
       01  WS-LOOKBACK-MONTHS      PIC 9(02) VALUE 12.
       01  WS-CLOSING-YEAR         PIC 9(04) VALUE ZERO.
       01  WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR      PIC 9(04).
           05  WS-CUTOFF-MONTH     PIC 9(02).
           05  WS-CUTOFF-DAY       PIC 9(02) VALUE 01.
       01  WS-CUTOFF-DATE-N REDEFINES WS-CUTOFF-DATE PIC 9(08).
       01  WS-PRIOR-LOADED         PIC 9(09) VALUE ZERO.
       01  WS-PRIOR-ERRORED        PIC 9(09) VALUE ZERO.
      * One control row per rolled file: what was read from the
      * live file, what was written to the generation, and what
      * reading the generation back found.
       01  WS-CONTROL-TABLE.
           05  WS-CTL-ENTRY OCCURS 4 TIMES
                   INDEXED BY CTL-NDX.
               10  WS-CTL-FILE      PIC X(08).
               10  WS-CTL-IN-COUNT  PIC 9(09).
               10  WS-CTL-IN-HASH   PIC 9(13)V99.
               10  WS-CTL-OUT-COUNT PIC 9(09).
               10  WS-CTL-CHK-COUNT PIC 9(09).
               10  WS-CTL-CHK-HASH  PIC 9(13)V99.
       01  WS-HEADING-LINE-1.
           05  FILLER  PIC X(30)
                   VALUE "YEAR-END ROLLOVER - CLOSING   ".
           05  HL-YEAR PIC 9(04).
           05  FILLER  PIC X(05) VALUE "  RUN".
           05  FILLER  PIC X(01) VALUE SPACE.
           05  HL-DATE PIC 9(08).
       01  WS-HEADING-LINE-2.
           05  FILLER  PIC X(09) VALUE "FILE     ".
           05  FILLER  PIC X(11) VALUE "    RECORDS".
           05  FILLER  PIC X(17) VALUE "      AMOUNT HASH".
           05  FILLER  PIC X(11) VALUE "  GEN WRITE".
           05  FILLER  PIC X(11) VALUE "   GEN READ".
           05  FILLER  PIC X(17) VALUE "  GEN AMOUNT HASH".
       01  WS-DETAIL-LINE.
           05  DL-FILE       PIC X(08).
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-IN-COUNT   PIC Z(10)9.
           05  DL-IN-HASH    PIC Z(13)9.99.
           05  DL-OUT-COUNT  PIC Z(10)9.
           05  DL-CHK-COUNT  PIC Z(10)9.
           05  DL-CHK-HASH   PIC Z(13)9.99.
           05  FILLER        PIC X(01) VALUE SPACE.
           05  DL-RESULT     PIC X(02).
       01  WS-PRIOR-LINE.
           05  FILLER        PIC X(30)
                   VALUE "ONLINE PRIOR-YEAR FILE LOADED ".
           05  PL-LOADED     PIC Z(08)9.
           05  FILLER        PIC X(15) VALUE " PAYMENTS FROM ".
           05  PL-CUTOFF     PIC 9(08).
       01  WS-RESULT-LINE    PIC X(80).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "YRROLL" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS.
           PERFORM P0A-READ-PARM-CARD.
           COMPUTE WS-CLOSING-YEAR = BZ-BUSINESS-DATE / 10000 - 1.
           MOVE WS-CLOSING-YEAR TO WS-CUTOFF-YEAR.
           COMPUTE WS-CUTOFF-MONTH = 13 - WS-LOOKBACK-MONTHS.
           INITIALIZE WS-CONTROL-TABLE.
           MOVE "PAYHIST"  TO WS-CTL-FILE(1).
           MOVE "VCAHIST"  TO WS-CTL-FILE(2).
           MOVE "WHHIST"   TO WS-CTL-FILE(3).
           MOVE "PAYVSAM"  TO WS-CTL-FILE(4).
           PERFORM P0A-ROLL-PAYHIST.
           PERFORM P0A-ROLL-VCAHIST.
           PERFORM P0A-ROLL-WHHIST.
           PERFORM P0A-ROLL-PAYVSAM.
           PERFORM P0A-CHECK-PAYHIST-GEN.
           PERFORM P0A-CHECK-VCAHIST-GEN.
           PERFORM P0A-CHECK-WHHIST-GEN.
           PERFORM P0A-CHECK-PAYVSAM-GEN.
           PERFORM P0A-WRITE-REPORT.
           IF  ROLL-FAILED
               DISPLAY "YRROLL GENERATION CHECK FAILED - LIVE FILES "
                   "LEFT AS THEY WERE"
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PAYMENT-HISTORY
               CLOSE PAYMENT-HISTORY
               OPEN OUTPUT CORRECTION-HISTORY
               CLOSE CORRECTION-HISTORY
               OPEN OUTPUT WITHHOLDING-HISTORY
               CLOSE WITHHOLDING-HISTORY
           END-IF.
           DISPLAY "YRROLL CLOSING YEAR=" WS-CLOSING-YEAR
               " PAYHIST=" WS-CTL-IN-COUNT(1)
               " VCAHIST=" WS-CTL-IN-COUNT(2)
               " WHHIST=" WS-CTL-IN-COUNT(3)
               " PAYVSAM=" WS-CTL-IN-COUNT(4)
               " PRIOR-YEAR ONLINE=" WS-PRIOR-LOADED.
           MOVE "YRROLL" TO TM-PROGRAM-ID
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
                       IF  RP-LOOKBACK-MONTHS NUMERIC
                           AND RP-LOOKBACK-MONTHS NOT > 12
                           MOVE RP-LOOKBACK-MONTHS
                               TO WS-LOOKBACK-MONTHS
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
       P0A-ROLL-PAYHIST.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN OUTPUT PAYMENT-HISTORY-GEN
           OPEN INPUT PAYMENT-HISTORY
           IF  FS-SUCCESS
               PERFORM P0A-READ-PAYHIST
               PERFORM UNTIL INPUT-EOF
                   ADD 1 TO WS-CTL-IN-COUNT(1)
                   ADD PX-NET-PAYABLE TO WS-CTL-IN-HASH(1)
                   MOVE PAYMENT-EXTRACT-RECORD
                       TO PAYMENT-HISTORY-GEN-RECORD
                   WRITE PAYMENT-HISTORY-GEN-RECORD
                   ADD 1 TO WS-CTL-OUT-COUNT(1)
                   PERFORM P0A-READ-PAYHIST
               END-PERFORM
               CLOSE PAYMENT-HISTORY
           END-IF
           CLOSE PAYMENT-HISTORY-GEN.
       P0A-READ-PAYHIST.
           READ PAYMENT-HISTORY
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
       P0A-ROLL-VCAHIST.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN OUTPUT CORRECTION-HISTORY-GEN
           OPEN INPUT CORRECTION-HISTORY
           IF  FS-SUCCESS
               PERFORM P0A-READ-VCAHIST
               PERFORM UNTIL INPUT-EOF
                   ADD 1 TO WS-CTL-IN-COUNT(2)
                   ADD VCA-AFTER-AMOUNT TO WS-CTL-IN-HASH(2)
                   MOVE VC-AUDIT-RECORD
                       TO CORRECTION-HISTORY-GEN-RECORD
                   WRITE CORRECTION-HISTORY-GEN-RECORD
                   ADD 1 TO WS-CTL-OUT-COUNT(2)
                   PERFORM P0A-READ-VCAHIST
               END-PERFORM
               CLOSE CORRECTION-HISTORY
           END-IF
           CLOSE CORRECTION-HISTORY-GEN.
       P0A-READ-VCAHIST.
           READ CORRECTION-HISTORY
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
       P0A-ROLL-WHHIST.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN OUTPUT WITHHOLDING-HISTORY-GEN
           OPEN INPUT WITHHOLDING-HISTORY
           IF  FS-SUCCESS
               PERFORM P0A-READ-WHHIST
               PERFORM UNTIL INPUT-EOF
                   ADD 1 TO WS-CTL-IN-COUNT(3)
                   ADD WH-WITHHELD-AMOUNT TO WS-CTL-IN-HASH(3)
                   MOVE WITHHOLDING-REGISTER-RECORD
                       TO WITHHOLDING-HISTORY-GEN-RECORD
                   WRITE WITHHOLDING-HISTORY-GEN-RECORD
                   ADD 1 TO WS-CTL-OUT-COUNT(3)
                   PERFORM P0A-READ-WHHIST
               END-PERFORM
               CLOSE WITHHOLDING-HISTORY
           END-IF
           CLOSE WITHHOLDING-HISTORY-GEN.
       P0A-READ-WHHIST.
           READ WITHHOLDING-HISTORY
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
      * The cluster is read in key order, so the lookback payments
      * can be loaded to the freshly defined prior-year cluster in
      * the same pass.
       P0A-ROLL-PAYVSAM.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN OUTPUT PAYMENT-VSAM-GEN
           OPEN OUTPUT PRIOR-YEAR-VSAM
           OPEN INPUT PAYMENT-VSAM
           IF  WS-VSAM-STATUS = "00"
               PERFORM P0A-READ-PAYVSAM
               PERFORM UNTIL INPUT-EOF
                   ADD 1 TO WS-CTL-IN-COUNT(4)
                   ADD PV-NET-PAYABLE TO WS-CTL-IN-HASH(4)
                   MOVE PAYMENT-VSAM-RECORD
                       TO PAYMENT-VSAM-GEN-RECORD
                   WRITE PAYMENT-VSAM-GEN-RECORD
                   ADD 1 TO WS-CTL-OUT-COUNT(4)
                   IF  WS-LOOKBACK-MONTHS > ZERO
                       AND PV-PAYMENT-DATE NOT < WS-CUTOFF-DATE-N
                       PERFORM P0A-LOAD-PRIOR-YEAR
                   END-IF
                   PERFORM P0A-READ-PAYVSAM
               END-PERFORM
               CLOSE PAYMENT-VSAM
           ELSE
               DISPLAY "YRROLL PAYVSAM OPEN FAILED STATUS="
                   WS-VSAM-STATUS
               SET ROLL-FAILED TO TRUE
           END-IF
           CLOSE PRIOR-YEAR-VSAM
           CLOSE PAYMENT-VSAM-GEN.
       P0A-READ-PAYVSAM.
           READ PAYMENT-VSAM NEXT RECORD
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
       P0A-LOAD-PRIOR-YEAR.
           MOVE PAYMENT-VSAM-RECORD TO PRIOR-YEAR-VSAM-RECORD
           WRITE PRIOR-YEAR-VSAM-RECORD
           IF  WS-VSAM-STATUS = "00"
               ADD 1 TO WS-PRIOR-LOADED
           ELSE
               ADD 1 TO WS-PRIOR-ERRORED
               DISPLAY "YRROLL PRIOR-YEAR LOAD FAILED KEY="
                   PY-PAYMENT-KEY " STATUS=" WS-VSAM-STATUS
           END-IF.
      * Each generation is read back through the live file's own
      * record layout, so the hash is taken off the same field.
       P0A-CHECK-PAYHIST-GEN.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT PAYMENT-HISTORY-GEN
           IF  FS-SUCCESS
               PERFORM P0A-READ-PAYHIST-GEN
               PERFORM UNTIL INPUT-EOF
                   MOVE PAYMENT-HISTORY-GEN-RECORD
                       TO PAYMENT-EXTRACT-RECORD
                   ADD 1 TO WS-CTL-CHK-COUNT(1)
                   ADD PX-NET-PAYABLE TO WS-CTL-CHK-HASH(1)
                   PERFORM P0A-READ-PAYHIST-GEN
               END-PERFORM
               CLOSE PAYMENT-HISTORY-GEN
           END-IF.
       P0A-READ-PAYHIST-GEN.
           READ PAYMENT-HISTORY-GEN
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
       P0A-CHECK-VCAHIST-GEN.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT CORRECTION-HISTORY-GEN
           IF  FS-SUCCESS
               PERFORM P0A-READ-VCAHIST-GEN
               PERFORM UNTIL INPUT-EOF
                   MOVE CORRECTION-HISTORY-GEN-RECORD
                       TO VC-AUDIT-RECORD
                   ADD 1 TO WS-CTL-CHK-COUNT(2)
                   ADD VCA-AFTER-AMOUNT TO WS-CTL-CHK-HASH(2)
                   PERFORM P0A-READ-VCAHIST-GEN
               END-PERFORM
               CLOSE CORRECTION-HISTORY-GEN
           END-IF.
       P0A-READ-VCAHIST-GEN.
           READ CORRECTION-HISTORY-GEN
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
       P0A-CHECK-WHHIST-GEN.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT WITHHOLDING-HISTORY-GEN
           IF  FS-SUCCESS
               PERFORM P0A-READ-WHHIST-GEN
               PERFORM UNTIL INPUT-EOF
                   MOVE WITHHOLDING-HISTORY-GEN-RECORD
                       TO WITHHOLDING-REGISTER-RECORD
                   ADD 1 TO WS-CTL-CHK-COUNT(3)
                   ADD WH-WITHHELD-AMOUNT TO WS-CTL-CHK-HASH(3)
                   PERFORM P0A-READ-WHHIST-GEN
               END-PERFORM
               CLOSE WITHHOLDING-HISTORY-GEN
           END-IF.
       P0A-READ-WHHIST-GEN.
           READ WITHHOLDING-HISTORY-GEN
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
       P0A-CHECK-PAYVSAM-GEN.
           MOVE "N" TO WS-INPUT-EOF-SW
           OPEN INPUT PAYMENT-VSAM-GEN
           IF  FS-SUCCESS
               PERFORM P0A-READ-PAYVSAM-GEN
               PERFORM UNTIL INPUT-EOF
                   MOVE PAYMENT-VSAM-GEN-RECORD
                       TO PAYMENT-VSAM-RECORD
                   ADD 1 TO WS-CTL-CHK-COUNT(4)
                   ADD PV-NET-PAYABLE TO WS-CTL-CHK-HASH(4)
                   PERFORM P0A-READ-PAYVSAM-GEN
               END-PERFORM
               CLOSE PAYMENT-VSAM-GEN
           END-IF.
       P0A-READ-PAYVSAM-GEN.
           READ PAYMENT-VSAM-GEN
               AT END
                   SET INPUT-EOF TO TRUE
           END-READ.
       P0A-WRITE-REPORT.
           OPEN OUTPUT ROLL-REPORT
           MOVE WS-CLOSING-YEAR  TO HL-YEAR
           MOVE BZ-BUSINESS-DATE TO HL-DATE
           MOVE WS-HEADING-LINE-1 TO ROLL-REPORT-RECORD
           WRITE ROLL-REPORT-RECORD
           MOVE WS-HEADING-LINE-2 TO ROLL-REPORT-RECORD
           WRITE ROLL-REPORT-RECORD
           PERFORM VARYING CTL-NDX FROM 1 BY 1
                   UNTIL CTL-NDX > 4
               MOVE WS-CTL-FILE(CTL-NDX)      TO DL-FILE
               MOVE WS-CTL-IN-COUNT(CTL-NDX)  TO DL-IN-COUNT
               MOVE WS-CTL-IN-HASH(CTL-NDX)   TO DL-IN-HASH
               MOVE WS-CTL-OUT-COUNT(CTL-NDX) TO DL-OUT-COUNT
               MOVE WS-CTL-CHK-COUNT(CTL-NDX) TO DL-CHK-COUNT
               MOVE WS-CTL-CHK-HASH(CTL-NDX)  TO DL-CHK-HASH
               IF  WS-CTL-OUT-COUNT(CTL-NDX)
                       = WS-CTL-IN-COUNT(CTL-NDX)
                   AND WS-CTL-CHK-COUNT(CTL-NDX)
                       = WS-CTL-IN-COUNT(CTL-NDX)
                   AND WS-CTL-CHK-HASH(CTL-NDX)
                       = WS-CTL-IN-HASH(CTL-NDX)
                   MOVE "OK" TO DL-RESULT
               ELSE
                   MOVE "**" TO DL-RESULT
                   SET ROLL-FAILED TO TRUE
               END-IF
               MOVE WS-DETAIL-LINE TO ROLL-REPORT-RECORD
               WRITE ROLL-REPORT-RECORD
           END-PERFORM
           IF  WS-PRIOR-ERRORED > ZERO
               SET ROLL-FAILED TO TRUE
           END-IF
           MOVE WS-PRIOR-LOADED TO PL-LOADED
           IF  WS-LOOKBACK-MONTHS > ZERO
               MOVE WS-CUTOFF-DATE-N TO PL-CUTOFF
           ELSE
               MOVE ZERO TO PL-CUTOFF
           END-IF
           MOVE WS-PRIOR-LINE TO ROLL-REPORT-RECORD
           WRITE ROLL-REPORT-RECORD
           IF  ROLL-FAILED
               MOVE "ROLLOVER FAILED - LIVE FILES NOT EMPTIED"
                   TO WS-RESULT-LINE
           ELSE
               MOVE "ROLLOVER COMPLETE - LIVE FILES EMPTIED"
                   TO WS-RESULT-LINE
           END-IF
           MOVE WS-RESULT-LINE TO ROLL-REPORT-RECORD
           WRITE ROLL-REPORT-RECORD
           CLOSE ROLL-REPORT.
