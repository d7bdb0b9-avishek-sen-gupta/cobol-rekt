       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CAPFCST.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * CAPFCST - weekly dataset growth trend and capacity forecast.
      * DSMANIF records the record count of every carrying dataset
      * each night, and the nightly suite appends each manifest to
      * the cumulative MANHIST; until now the first sign that a file
      * had outgrown its allocation was a B37 abend in the small
      * hours. This step reads MANHIST back and, for each dataset,
      * measures its growth in records per day over the last 30 and
      * the last 90 days - from the latest manifest back to the last
      * one on or before each cut-off, or to the oldest one held
      * when the history is shorter than that. The CAPPARM cards
      * give each dataset's allocated capacity in records (storage
      * works it out from the space and blocking) and, optionally,
      * its own warning lead time in days - 30 when left blank. The
      * faster of the two growth rates is projected forward from
      * the latest count to the date the allocation fills, so a
      * recent spurt is never averaged away. A dataset projected to
      * fill within its lead time - or already at capacity - is
      * flagged on CAPRPT and the step ends with return code 4, so
      * storage can re-allocate it in business hours. A dataset
      * with no CAPPARM card is still trended and listed, marked as
      * having no allocation on file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "CAPPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MANIFEST-HISTORY ASSIGN TO "MANHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CAPACITY-REPORT ASSIGN TO "CAPRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  CAPACITY-PARM-FIELDS.
           05  CP-FILE-NAME       PIC X(08).
           05  CP-CAPACITY        PIC 9(09).
           05  CP-LEAD-DAYS       PIC 9(03).
           05  FILLER             PIC X(60).
       FD  MANIFEST-HISTORY.
           COPY "manifest.cpy".
       FD  CAPACITY-REPORT.
       01  CAPACITY-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
       01  WS-PARM-EOF-SW          PIC X VALUE "N".
            88 PARM-EOF            VALUE "Y".
       01  WS-MANIFEST-EOF-SW      PIC X VALUE "N".
            88 MANIFEST-EOF        VALUE "Y".
       01  WS-STEP-RC              PIC 9(02) VALUE ZERO.
       01  WS-DEFAULT-LEAD-DAYS    PIC 9(03) VALUE 30.
       01  WS-TODAY-INT            PIC 9(07) VALUE ZERO.
       01  WS-CUTOFF-30            PIC 9(08) VALUE ZERO.
       01  WS-CUTOFF-90            PIC 9(08) VALUE ZERO.
       01  WS-SPAN-DAYS            PIC 9(05) VALUE ZERO.
       01  WS-GROWTH               PIC S9(09) VALUE ZERO.
       01  WS-RATE-30              PIC S9(07)V9 VALUE ZERO.
       01  WS-RATE-90              PIC S9(07)V9 VALUE ZERO.
       01  WS-RATE-USED            PIC S9(07)V9 VALUE ZERO.
       01  WS-HEADROOM             PIC S9(09) VALUE ZERO.
       01  WS-DAYS-TO-FILL         PIC 9(05) VALUE ZERO.
       01  WS-FILL-DATE            PIC 9(08) VALUE ZERO.
       01  WS-MANIFESTS-READ       PIC 9(07) VALUE ZERO.
       01  WS-DATASETS-FLAGGED     PIC 9(03) VALUE ZERO.
       01  WS-CAP-COUNT            PIC 9(03) COMP VALUE 0.
       01  WS-CAP-TABLE.
           05  WS-CAP-ENTRY OCCURS 50 TIMES
                   INDEXED BY CAP-NDX.
               10  WS-CAP-FILE     PIC X(08).
               10  WS-CAP-RECORDS  PIC 9(09).
               10  WS-CAP-LEAD     PIC 9(03).
       01  WS-DS-COUNT             PIC 9(03) COMP VALUE 0.
       01  WS-DS-TABLE.
           05  WS-DS-ENTRY OCCURS 50 TIMES
                   INDEXED BY DS-NDX.
               10  WS-DS-FILE      PIC X(08).
               10  WS-DS-LAST-DATE PIC 9(08).
               10  WS-DS-LAST-COUNT PIC 9(09).
               10  WS-DS-FIRST-DATE PIC 9(08).
               10  WS-DS-FIRST-COUNT PIC 9(09).
               10  WS-DS-B30-DATE  PIC 9(08).
               10  WS-DS-B30-COUNT PIC 9(09).
               10  WS-DS-B90-DATE  PIC 9(08).
               10  WS-DS-B90-COUNT PIC 9(09).
       01  WS-HEADING-LINE.
           05  FILLER      PIC X(36)
                   VALUE "DATASET CAPACITY FORECAST AS OF    ".
           05  HL-DATE     PIC 9(08).
           05  FILLER      PIC X(20) VALUE "   MANIFESTS READ   ".
           05  HL-MANIFESTS PIC ZZZZZZ9.
       01  WS-COLUMN-LINE.
           05  FILLER      PIC X(40)
                   VALUE "DATASET     RECORDS  CAPACITY  /DAY 30D ".
           05  FILLER      PIC X(40)
                   VALUE " /DAY 90D  FILLS ON  DAYS  FLAG         ".
       01  WS-DETAIL-LINE.
           05  DL-FILE     PIC X(08).
           05  FILLER      PIC X(01) VALUE SPACES.
           05  DL-COUNT    PIC ZZZZZZZZ9.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  DL-CAPACITY PIC ZZZZZZZZ9.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  DL-RATE-30  PIC -ZZZZZ9.9.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  DL-RATE-90  PIC -ZZZZZ9.9.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  DL-FILL-DATE PIC X(08).
           05  FILLER      PIC X(01) VALUE SPACES.
           05  DL-DAYS     PIC ZZZZ9.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  DL-FLAG     PIC X(14).
       01  WS-SUMMARY-LINE.
           05  FILLER      PIC X(20) VALUE "DATASETS TRENDED    ".
           05  SL-DATASETS PIC ZZ9.
           05  FILLER      PIC X(20) VALUE "   FLAGGED TO GROW  ".
           05  SL-FLAGGED  PIC ZZ9.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "CAPFCST" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(BZ-BUSINESS-DATE).
           COMPUTE WS-CUTOFF-30 =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 30).
           COMPUTE WS-CUTOFF-90 =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 90).
           PERFORM P0A-READ-PARM-CARDS.
           PERFORM P0A-LOAD-MANIFEST-HISTORY.
           OPEN OUTPUT CAPACITY-REPORT.
           MOVE BZ-BUSINESS-DATE  TO HL-DATE.
           MOVE WS-MANIFESTS-READ TO HL-MANIFESTS.
           MOVE WS-HEADING-LINE TO CAPACITY-REPORT-RECORD.
           WRITE CAPACITY-REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO CAPACITY-REPORT-RECORD.
           WRITE CAPACITY-REPORT-RECORD.
           PERFORM VARYING DS-NDX FROM 1 BY 1
                   UNTIL DS-NDX > WS-DS-COUNT
               PERFORM P0A-FORECAST-DATASET
           END-PERFORM.
           MOVE WS-DS-COUNT         TO SL-DATASETS.
           MOVE WS-DATASETS-FLAGGED TO SL-FLAGGED.
           MOVE WS-SUMMARY-LINE TO CAPACITY-REPORT-RECORD.
           WRITE CAPACITY-REPORT-RECORD.
           CLOSE CAPACITY-REPORT.
           IF  WS-DATASETS-FLAGGED > ZERO
               MOVE 4 TO WS-STEP-RC
           END-IF.
           DISPLAY "CAPFCST DATASETS=" WS-DS-COUNT
               " FLAGGED=" WS-DATASETS-FLAGGED
               " MANIFESTS=" WS-MANIFESTS-READ.
           MOVE "CAPFCST" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           MOVE WS-STEP-RC TO RETURN-CODE
           GOBACK.
      * One card per dataset: DD name, capacity in records and an
      * optional lead time in days. A card naming DEFAULT sets the
      * lead time for every dataset that does not give its own.
       P0A-READ-PARM-CARDS.
           OPEN INPUT PARM-CARD.
           IF  FS-SUCCESS
               PERFORM P0A-READ-ONE-PARM
               PERFORM UNTIL PARM-EOF
                   PERFORM P0A-STORE-CAPACITY
                   PERFORM P0A-READ-ONE-PARM
               END-PERFORM
               CLOSE PARM-CARD
           END-IF.
       P0A-READ-ONE-PARM.
           READ PARM-CARD
               AT END
                   SET PARM-EOF TO TRUE
           END-READ.
       P0A-STORE-CAPACITY.
           IF  CP-FILE-NAME = "DEFAULT "
               IF  CP-LEAD-DAYS NUMERIC AND CP-LEAD-DAYS > ZERO
                   MOVE CP-LEAD-DAYS TO WS-DEFAULT-LEAD-DAYS
               END-IF
           ELSE
               IF  CP-FILE-NAME NOT = SPACES
                   AND CP-CAPACITY NUMERIC
                   AND CP-CAPACITY > ZERO
                   SET CAP-NDX TO 1
                   SEARCH WS-CAP-ENTRY
                       AT END
                           DISPLAY "CAPFCST CAPACITY TABLE FULL - "
                               CP-FILE-NAME " IGNORED"
                       WHEN CAP-NDX > WS-CAP-COUNT
                           ADD 1 TO WS-CAP-COUNT
                           PERFORM P0A-FILL-CAPACITY-SLOT
                       WHEN WS-CAP-FILE(CAP-NDX) = CP-FILE-NAME
                           PERFORM P0A-FILL-CAPACITY-SLOT
                   END-SEARCH
               ELSE
                   DISPLAY "CAPFCST CAPPARM CARD IGNORED - "
                       PARM-CARD-RECORD(1:20)
               END-IF
           END-IF.
       P0A-FILL-CAPACITY-SLOT.
           MOVE CP-FILE-NAME TO WS-CAP-FILE(CAP-NDX)
           MOVE CP-CAPACITY  TO WS-CAP-RECORDS(CAP-NDX)
           IF  CP-LEAD-DAYS NUMERIC AND CP-LEAD-DAYS > ZERO
               MOVE CP-LEAD-DAYS TO WS-CAP-LEAD(CAP-NDX)
           ELSE
               MOVE ZERO TO WS-CAP-LEAD(CAP-NDX)
           END-IF.
       P0A-LOAD-MANIFEST-HISTORY.
           OPEN INPUT MANIFEST-HISTORY.
           IF  FS-SUCCESS
               PERFORM P0A-READ-MANIFEST
               PERFORM UNTIL MANIFEST-EOF
                   ADD 1 TO WS-MANIFESTS-READ
                   PERFORM P0A-STORE-MANIFEST
                   PERFORM P0A-READ-MANIFEST
               END-PERFORM
               CLOSE MANIFEST-HISTORY
           ELSE
               DISPLAY "CAPFCST NO MANIFEST HISTORY TO TREND"
           END-IF.
       P0A-READ-MANIFEST.
           READ MANIFEST-HISTORY
               AT END
                   SET MANIFEST-EOF TO TRUE
           END-READ.
       P0A-STORE-MANIFEST.
           IF  MF-BUSINESS-DATE NOT NUMERIC
               OR MF-RECORD-COUNT NOT NUMERIC
               OR MF-BUSINESS-DATE > BZ-BUSINESS-DATE
               CONTINUE
           ELSE
               SET DS-NDX TO 1
               SEARCH WS-DS-ENTRY
                   AT END
                       DISPLAY "CAPFCST DATASET TABLE FULL - "
                           MF-FILE-NAME " NOT TRENDED"
                   WHEN DS-NDX > WS-DS-COUNT
                       ADD 1 TO WS-DS-COUNT
                       MOVE MF-FILE-NAME TO WS-DS-FILE(DS-NDX)
                       MOVE MF-BUSINESS-DATE
                           TO WS-DS-FIRST-DATE(DS-NDX)
                       MOVE MF-RECORD-COUNT
                           TO WS-DS-FIRST-COUNT(DS-NDX)
                       MOVE ZERO TO WS-DS-LAST-DATE(DS-NDX)
                       MOVE ZERO TO WS-DS-B30-DATE(DS-NDX)
                       MOVE ZERO TO WS-DS-B90-DATE(DS-NDX)
                       PERFORM P0A-APPLY-MANIFEST
                   WHEN WS-DS-FILE(DS-NDX) = MF-FILE-NAME
                       PERFORM P0A-APPLY-MANIFEST
               END-SEARCH
           END-IF.
      * Keep the latest manifest and, for each window, the latest
      * one on or before its cut-off - the base the growth is
      * measured from.
       P0A-APPLY-MANIFEST.
           IF  MF-BUSINESS-DATE < WS-DS-FIRST-DATE(DS-NDX)
               MOVE MF-BUSINESS-DATE TO WS-DS-FIRST-DATE(DS-NDX)
               MOVE MF-RECORD-COUNT  TO WS-DS-FIRST-COUNT(DS-NDX)
           END-IF
           IF  MF-BUSINESS-DATE NOT < WS-DS-LAST-DATE(DS-NDX)
               MOVE MF-BUSINESS-DATE TO WS-DS-LAST-DATE(DS-NDX)
               MOVE MF-RECORD-COUNT  TO WS-DS-LAST-COUNT(DS-NDX)
           END-IF
           IF  MF-BUSINESS-DATE NOT > WS-CUTOFF-30
               AND MF-BUSINESS-DATE NOT < WS-DS-B30-DATE(DS-NDX)
               MOVE MF-BUSINESS-DATE TO WS-DS-B30-DATE(DS-NDX)
               MOVE MF-RECORD-COUNT  TO WS-DS-B30-COUNT(DS-NDX)
           END-IF
           IF  MF-BUSINESS-DATE NOT > WS-CUTOFF-90
               AND MF-BUSINESS-DATE NOT < WS-DS-B90-DATE(DS-NDX)
               MOVE MF-BUSINESS-DATE TO WS-DS-B90-DATE(DS-NDX)
               MOVE MF-RECORD-COUNT  TO WS-DS-B90-COUNT(DS-NDX)
           END-IF.
       P0A-FORECAST-DATASET.
      * A window with no manifest as old as its cut-off is measured
      * from the oldest one held.
           IF  WS-DS-B30-DATE(DS-NDX) = ZERO
               MOVE WS-DS-FIRST-DATE(DS-NDX)
                   TO WS-DS-B30-DATE(DS-NDX)
               MOVE WS-DS-FIRST-COUNT(DS-NDX)
                   TO WS-DS-B30-COUNT(DS-NDX)
           END-IF
           IF  WS-DS-B90-DATE(DS-NDX) = ZERO
               MOVE WS-DS-FIRST-DATE(DS-NDX)
                   TO WS-DS-B90-DATE(DS-NDX)
               MOVE WS-DS-FIRST-COUNT(DS-NDX)
                   TO WS-DS-B90-COUNT(DS-NDX)
           END-IF
           COMPUTE WS-SPAN-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-DS-LAST-DATE(DS-NDX))
               - FUNCTION INTEGER-OF-DATE(WS-DS-B30-DATE(DS-NDX))
           COMPUTE WS-GROWTH = WS-DS-LAST-COUNT(DS-NDX)
               - WS-DS-B30-COUNT(DS-NDX)
           IF  WS-SPAN-DAYS > ZERO
               COMPUTE WS-RATE-30 ROUNDED = WS-GROWTH / WS-SPAN-DAYS
           ELSE
               MOVE ZERO TO WS-RATE-30
           END-IF
           COMPUTE WS-SPAN-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-DS-LAST-DATE(DS-NDX))
               - FUNCTION INTEGER-OF-DATE(WS-DS-B90-DATE(DS-NDX))
           COMPUTE WS-GROWTH = WS-DS-LAST-COUNT(DS-NDX)
               - WS-DS-B90-COUNT(DS-NDX)
           IF  WS-SPAN-DAYS > ZERO
               COMPUTE WS-RATE-90 ROUNDED = WS-GROWTH / WS-SPAN-DAYS
           ELSE
               MOVE ZERO TO WS-RATE-90
           END-IF
           IF  WS-RATE-30 > WS-RATE-90
               MOVE WS-RATE-30 TO WS-RATE-USED
           ELSE
               MOVE WS-RATE-90 TO WS-RATE-USED
           END-IF
           MOVE WS-DS-FILE(DS-NDX)       TO DL-FILE
           MOVE WS-DS-LAST-COUNT(DS-NDX) TO DL-COUNT
           MOVE WS-RATE-30               TO DL-RATE-30
           MOVE WS-RATE-90               TO DL-RATE-90
           MOVE ZERO                     TO DL-DAYS
           MOVE SPACES                   TO DL-FILL-DATE
           MOVE SPACES                   TO DL-FLAG
           SET CAP-NDX TO 1
           SEARCH WS-CAP-ENTRY
               AT END
                   PERFORM P0A-NO-ALLOCATION
               WHEN CAP-NDX > WS-CAP-COUNT
                   PERFORM P0A-NO-ALLOCATION
               WHEN WS-CAP-FILE(CAP-NDX) = WS-DS-FILE(DS-NDX)
                   PERFORM P0A-PROJECT-FILL-DATE
           END-SEARCH
           MOVE WS-DETAIL-LINE TO CAPACITY-REPORT-RECORD
           WRITE CAPACITY-REPORT-RECORD.
       P0A-NO-ALLOCATION.
           MOVE ZERO TO DL-CAPACITY
           MOVE "NO ALLOCATION" TO DL-FLAG.
       P0A-PROJECT-FILL-DATE.
           MOVE WS-CAP-RECORDS(CAP-NDX) TO DL-CAPACITY
           COMPUTE WS-HEADROOM = WS-CAP-RECORDS(CAP-NDX)
               - WS-DS-LAST-COUNT(DS-NDX)
           EVALUATE TRUE
               WHEN WS-HEADROOM NOT > ZERO
                   MOVE ZERO TO WS-DAYS-TO-FILL
                   MOVE WS-DS-LAST-DATE(DS-NDX) TO WS-FILL-DATE
                   MOVE WS-FILL-DATE TO DL-FILL-DATE
                   MOVE "** AT CAPACITY" TO DL-FLAG
                   ADD 1 TO WS-DATASETS-FLAGGED
               WHEN WS-RATE-USED NOT > ZERO
                   MOVE "NOT GROWING" TO DL-FLAG
                   MOVE "NEVER   " TO DL-FILL-DATE
               WHEN OTHER
                   IF  WS-HEADROOM / WS-RATE-USED > 99999
                       MOVE 99999 TO WS-DAYS-TO-FILL
                   ELSE
                       COMPUTE WS-DAYS-TO-FILL =
                           WS-HEADROOM / WS-RATE-USED
                   END-IF
                   COMPUTE WS-FILL-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                           WS-DS-LAST-DATE(DS-NDX))
                       + WS-DAYS-TO-FILL)
                   MOVE WS-FILL-DATE    TO DL-FILL-DATE
                   MOVE WS-DAYS-TO-FILL TO DL-DAYS
                   IF  WS-CAP-LEAD(CAP-NDX) > ZERO
                       IF  WS-DAYS-TO-FILL
                               NOT > WS-CAP-LEAD(CAP-NDX)
                           MOVE "** RE-ALLOCATE" TO DL-FLAG
                           ADD 1 TO WS-DATASETS-FLAGGED
                       END-IF
                   ELSE
                       IF  WS-DAYS-TO-FILL
                               NOT > WS-DEFAULT-LEAD-DAYS
                           MOVE "** RE-ALLOCATE" TO DL-FLAG
                           ADD 1 TO WS-DATASETS-FLAGGED
                       END-IF
                   END-IF
           END-EVALUATE.
