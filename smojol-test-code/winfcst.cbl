       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WINFCST.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * WINFCST - mid-run batch-window completion forecast. TIMERPT
      * tells the morning that a step ran long after the online day
      * has already come up late; this step runs between steps of
      * the suite, while there is still time to act. It reads the
      * shared TIMELOG back the way TIMERPT does: prior nights give
      * each program's historical average run time and its spread
      * (the standard deviation of its runs), and the running order
      * of the most recent prior night stands as the suite's step
      * list. Tonight's records say which steps have finished and
      * which one is running now. Every step not yet finished is
      * projected at its average - a running step at what is left
      * of its average - from the wall-clock time now, giving the
      * expected end of the suite, and the combined spread of the
      * remaining steps gives the likely-latest end. When the
      * expected end passes the WINPARM SLA time (default 07:00)
      * a console alert goes out through OPALERT naming the longest
      * critical steps still to run; when only the likely-latest
      * end passes it, the alert is logged for the shift without
      * the console. The same card names up to eight report steps
      * that can be deferred; they are left off the critical path,
      * and the WINRPT listing shows every remaining step with its
      * projected end and where the suite would end without them -
      * the figures the operator needs to choose the split run or
      * to defer the reports. A breach ends the step with return
      * code 4. Like TIMERPT, this step does not log its own
      * timings, so it never becomes one of the steps it forecasts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "WINPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TIMING-LOG ASSIGN TO "TIMELOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FORECAST-REPORT ASSIGN TO "WINRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  FORECAST-PARM-FIELDS.
           05  FP-SLA-TIME.
               10  FP-SLA-HH      PIC 9(02).
               10  FP-SLA-MM      PIC 9(02).
           05  FP-DEFER-PROGRAM   PIC X(08) OCCURS 8 TIMES.
           05  FILLER             PIC X(12).
       FD  TIMING-LOG.
       01  TIMING-LOG-RECORD.
           05  TL-TIMESTAMP.
               10  TL-DATE       PIC 9(08).
               10  TL-HH         PIC 9(02).
               10  TL-MM         PIC 9(02).
               10  TL-SS         PIC 9(02).
           05  FILLER            PIC X(01).
           05  TL-PROGRAM-ID     PIC X(08).
           05  FILLER            PIC X(01).
           05  TL-EVENT          PIC X(01).
           05  FILLER            PIC X(01).
           05  TL-RUN-ID         PIC X(08).
       FD  FORECAST-REPORT.
       01  FORECAST-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "opalrtpm.cpy".
       01  WS-TIMELOG-EOF-SW       PIC X VALUE "N".
            88 TIMELOG-EOF         VALUE "Y".
       01  WS-FOUND-SW             PIC X VALUE "N".
            88 ENTRY-FOUND         VALUE "Y".
       01  WS-DEFER-SW             PIC X VALUE "N".
            88 STEP-DEFERRABLE     VALUE "Y".
       01  WS-TONIGHT-DATE         PIC 9(08) VALUE ZERO.
       01  WS-SEQ-DATE             PIC 9(08) VALUE ZERO.
       01  WS-STEP-RC              PIC 9(02) VALUE ZERO.
       01  WS-SLA-TIME             PIC 9(04) VALUE 0700.
       01  WS-SLA-SECS             PIC 9(06) VALUE ZERO.
       01  WS-CLOCK-SECS           PIC 9(06) VALUE ZERO.
       01  WS-NIGHT-SECS           PIC 9(06) VALUE ZERO.
       01  WS-NOW-SECS             PIC 9(06) VALUE ZERO.
       01  WS-EVENT-SECS           PIC 9(06) VALUE ZERO.
       01  WS-ELAPSED              PIC S9(06) VALUE ZERO.
       01  WS-STEP-AVERAGE         PIC 9(06) VALUE ZERO.
       01  WS-STEP-SPREAD          PIC 9(06) VALUE ZERO.
       01  WS-STEP-VARIANCE        PIC 9(12) VALUE ZERO.
       01  WS-STEP-REMAINING       PIC S9(06) VALUE ZERO.
       01  WS-TOTAL-VARIANCE       PIC 9(13) VALUE ZERO.
       01  WS-TOTAL-SPREAD         PIC 9(06) VALUE ZERO.
       01  WS-DEFER-SAVING         PIC 9(06) VALUE ZERO.
       01  WS-PROJECTED-SECS       PIC 9(06) VALUE ZERO.
       01  WS-LATEST-SECS          PIC 9(06) VALUE ZERO.
       01  WS-WITHOUT-DEFER-SECS   PIC 9(06) VALUE ZERO.
       01  WS-HHMM-SECS            PIC 9(06) VALUE ZERO.
       01  WS-HHMM-HH              PIC 9(02) VALUE ZERO.
       01  WS-HHMM-MM              PIC 9(02) VALUE ZERO.
       01  WS-HHMM-REST            PIC 9(06) VALUE ZERO.
       01  WS-HHMM-OUT.
           05  WS-HHMM-OUT-HH      PIC 9(02).
           05  FILLER              PIC X(01) VALUE ":".
           05  WS-HHMM-OUT-MM      PIC 9(02).
       01  WS-STEPS-DONE           PIC 9(03) VALUE ZERO.
       01  WS-STEPS-LEFT           PIC 9(03) VALUE ZERO.
       01  WS-RUNNING-PROGRAM      PIC X(08) VALUE SPACES.
       01  WS-NAMED-COUNT          PIC 9(01) VALUE ZERO.
       01  WS-BEST-SLOT            PIC 9(03) COMP VALUE ZERO.
       01  WS-BEST-SECS            PIC 9(06) VALUE ZERO.
       01  WS-MSG-PTR              PIC 9(02) COMP VALUE 1.
       01  WS-DEFER-NDX            PIC 9(01) COMP VALUE ZERO.
       01  WS-DEFER-TABLE.
           05  WS-DEFER-PROGRAM    PIC X(08) OCCURS 8 TIMES
                                   VALUE SPACES.
       01  WS-HIST-COUNT           PIC 9(03) COMP VALUE 0.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 200 TIMES
                   INDEXED BY HST-NDX.
               10  WS-HST-PROGRAM  PIC X(08).
               10  WS-HST-RUNS     PIC 9(05).
               10  WS-HST-SECS     PIC 9(09).
               10  WS-HST-SQUARES  PIC 9(14).
       01  WS-OPEN-COUNT           PIC 9(03) COMP VALUE 0.
       01  WS-OPEN-TABLE.
           05  WS-OPEN-ENTRY OCCURS 200 TIMES
                   INDEXED BY OPN-NDX.
               10  WS-OPN-PROGRAM  PIC X(08).
               10  WS-OPN-DATE     PIC 9(08).
               10  WS-OPN-START    PIC 9(06).
       01  WS-SEQ-COUNT            PIC 9(03) COMP VALUE 0.
       01  WS-SEQ-TABLE.
           05  WS-SEQ-ENTRY OCCURS 200 TIMES
                   INDEXED BY SEQ-NDX.
               10  WS-SEQ-PROGRAM  PIC X(08).
               10  WS-SEQ-STATE    PIC X(01).
                   88  SEQ-TO-RUN      VALUE " ".
                   88  SEQ-RUNNING     VALUE "R".
                   88  SEQ-DONE        VALUE "D".
               10  WS-SEQ-DEFER-SW PIC X(01).
               10  WS-SEQ-STARTED  PIC 9(06).
               10  WS-SEQ-LEFT     PIC 9(06).
               10  WS-SEQ-NAMED-SW PIC X(01).
       01  WS-TONIGHT-COUNT        PIC 9(03) COMP VALUE 0.
       01  WS-TONIGHT-TABLE.
           05  WS-TONIGHT-ENTRY OCCURS 200 TIMES
                   INDEXED BY TNT-NDX.
               10  WS-TNT-PROGRAM  PIC X(08).
               10  WS-TNT-STATE    PIC X(01).
               10  WS-TNT-START    PIC 9(06).
       01  WS-HEADING-LINE.
           05  FILLER      PIC X(27)
                   VALUE "BATCH-WINDOW FORECAST FOR  ".
           05  HL-DATE     PIC 9(08).
           05  FILLER      PIC X(06) VALUE "  AT  ".
           05  HL-NOW      PIC X(05).
           05  FILLER      PIC X(07) VALUE "  SLA  ".
           05  HL-SLA      PIC X(05).
       01  WS-COLUMN-LINE.
           05  FILLER      PIC X(40)
                   VALUE "STEP      CLASS   STATE    AVG(S) SPREAD".
           05  FILLER      PIC X(20)
                   VALUE "  LEFT(S)  ENDS     ".
       01  WS-DETAIL-LINE.
           05  DL-PROGRAM  PIC X(08).
           05  FILLER      PIC X(02) VALUE SPACES.
           05  DL-CLASS    PIC X(06).
           05  FILLER      PIC X(02) VALUE SPACES.
           05  DL-STATE    PIC X(07).
           05  FILLER      PIC X(01) VALUE SPACES.
           05  DL-AVERAGE  PIC ZZZZZ9.
           05  FILLER      PIC X(01) VALUE SPACES.
           05  DL-SPREAD   PIC ZZZZZ9.
           05  FILLER      PIC X(03) VALUE SPACES.
           05  DL-LEFT     PIC ZZZZZ9.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  DL-ENDS     PIC X(05).
           05  FILLER      PIC X(02) VALUE SPACES.
           05  DL-FLAG     PIC X(08).
       01  WS-TOTAL-LINE.
           05  TL-LABEL    PIC X(40).
           05  TL-TIME     PIC X(05).
       01  WS-STATUS-LINE  PIC X(80).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           CALL "BIZDATE" USING BIZDATE-PARMS.
           MOVE BZ-BUSINESS-DATE TO WS-TONIGHT-DATE.
           PERFORM P0A-READ-PARM-CARD.
           COMPUTE WS-CLOCK-SECS =
               WS-SLA-TIME / 100 * 3600
               + FUNCTION MOD(WS-SLA-TIME, 100) * 60.
           PERFORM P0A-TO-NIGHT-SCALE.
           MOVE WS-NIGHT-SECS TO WS-SLA-SECS.
           COMPUTE WS-CLOCK-SECS =
               FUNCTION NUMVAL(BZ-TIMESTAMP(9:2)) * 3600
               + FUNCTION NUMVAL(BZ-TIMESTAMP(11:2)) * 60
               + FUNCTION NUMVAL(BZ-TIMESTAMP(13:2)).
           PERFORM P0A-TO-NIGHT-SCALE.
           MOVE WS-NIGHT-SECS TO WS-NOW-SECS.
           PERFORM P0A-LOAD-TIMING-LOG.
           PERFORM P0A-MARK-TONIGHT.
           PERFORM P0A-PROJECT-STEPS.
           PERFORM P0A-WRITE-FORECAST-REPORT.
           IF  WS-PROJECTED-SECS > WS-SLA-SECS
               MOVE 1 TO OA-SEVERITY
               PERFORM P0A-NAME-CRITICAL-STEPS
               PERFORM P0A-RAISE-ALERT
               MOVE 4 TO WS-STEP-RC
           ELSE
               IF  WS-LATEST-SECS > WS-SLA-SECS
                   MOVE 2 TO OA-SEVERITY
                   PERFORM P0A-NAME-CRITICAL-STEPS
                   PERFORM P0A-RAISE-ALERT
               END-IF
           END-IF.
           MOVE WS-PROJECTED-SECS TO WS-HHMM-SECS.
           PERFORM P0A-FORMAT-HHMM.
           DISPLAY "WINFCST DONE=" WS-STEPS-DONE
               " LEFT=" WS-STEPS-LEFT
               " RUNNING=" WS-RUNNING-PROGRAM
               " EXPECTED END " WS-HHMM-OUT.
           MOVE WS-STEP-RC TO RETURN-CODE
           GOBACK.
       P0A-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF  FS-SUCCESS
               READ PARM-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF  FP-SLA-TIME NUMERIC
                           AND FP-SLA-HH < 24
                           AND FP-SLA-MM < 60
                           MOVE FP-SLA-TIME TO WS-SLA-TIME
                       END-IF
                       PERFORM VARYING WS-DEFER-NDX FROM 1 BY 1
                               UNTIL WS-DEFER-NDX > 8
                           MOVE FP-DEFER-PROGRAM(WS-DEFER-NDX)
                               TO WS-DEFER-PROGRAM(WS-DEFER-NDX)
                       END-PERFORM
               END-READ
               CLOSE PARM-CARD
           END-IF.
      * The night runs across midnight, so clock times before noon
      * are carried as the next day's seconds - the same noon cut
      * TIMERPT uses for the online-day warning.
       P0A-TO-NIGHT-SCALE.
           IF  WS-CLOCK-SECS < 43200
               COMPUTE WS-NIGHT-SECS = WS-CLOCK-SECS + 86400
           ELSE
               MOVE WS-CLOCK-SECS TO WS-NIGHT-SECS
           END-IF.
       P0A-FORMAT-HHMM.
           DIVIDE WS-HHMM-SECS BY 86400 GIVING WS-HHMM-REST
               REMAINDER WS-HHMM-SECS
           DIVIDE WS-HHMM-SECS BY 3600 GIVING WS-HHMM-HH
               REMAINDER WS-HHMM-REST
           DIVIDE WS-HHMM-REST BY 60 GIVING WS-HHMM-MM
           MOVE WS-HHMM-HH TO WS-HHMM-OUT-HH
           MOVE WS-HHMM-MM TO WS-HHMM-OUT-MM.
       P0A-LOAD-TIMING-LOG.
           OPEN INPUT TIMING-LOG.
           IF  FS-SUCCESS
               PERFORM P0A-READ-TIMING-LOG
               PERFORM UNTIL TIMELOG-EOF
                   PERFORM P0A-STORE-ONE-EVENT
                   PERFORM P0A-READ-TIMING-LOG
               END-PERFORM
               CLOSE TIMING-LOG
           END-IF.
       P0A-READ-TIMING-LOG.
           READ TIMING-LOG
               AT END
                   SET TIMELOG-EOF TO TRUE
           END-READ.
       P0A-STORE-ONE-EVENT.
           COMPUTE WS-CLOCK-SECS =
               TL-HH * 3600 + TL-MM * 60 + TL-SS
           MOVE WS-CLOCK-SECS TO WS-EVENT-SECS
           EVALUATE TRUE
               WHEN TL-DATE = WS-TONIGHT-DATE
                   PERFORM P0A-NOTE-TONIGHT-EVENT
               WHEN TL-DATE < WS-TONIGHT-DATE
                   IF  TL-EVENT = "S"
                       PERFORM P0A-NOTE-SEQUENCE
                       PERFORM P0A-OPEN-HIST-RUN
                   ELSE
                       PERFORM P0A-CLOSE-HIST-RUN
                   END-IF
           END-EVALUATE.
      * TIMELOG is appended in time order, so the step list starts
      * over each time a later prior night begins; what is left at
      * end of file is the most recent prior night's running order.
       P0A-NOTE-SEQUENCE.
           IF  TL-DATE > WS-SEQ-DATE
               MOVE TL-DATE TO WS-SEQ-DATE
               MOVE ZERO TO WS-SEQ-COUNT
           END-IF
           IF  TL-DATE = WS-SEQ-DATE
               SET SEQ-NDX TO 1
               SEARCH WS-SEQ-ENTRY
                   AT END
                       CONTINUE
                   WHEN SEQ-NDX > WS-SEQ-COUNT
                       ADD 1 TO WS-SEQ-COUNT
                       MOVE TL-PROGRAM-ID
                           TO WS-SEQ-PROGRAM(SEQ-NDX)
                   WHEN WS-SEQ-PROGRAM(SEQ-NDX) = TL-PROGRAM-ID
                       CONTINUE
               END-SEARCH
           END-IF.
       P0A-OPEN-HIST-RUN.
           SET OPN-NDX TO 1
           SEARCH WS-OPEN-ENTRY
               AT END
                   PERFORM P0A-REUSE-OLDEST-OPEN
               WHEN OPN-NDX > WS-OPEN-COUNT
                   ADD 1 TO WS-OPEN-COUNT
                   PERFORM P0A-FILL-OPEN-SLOT
               WHEN WS-OPN-PROGRAM(OPN-NDX) = SPACES
                   PERFORM P0A-FILL-OPEN-SLOT
               WHEN WS-OPN-PROGRAM(OPN-NDX) = TL-PROGRAM-ID
                AND WS-OPN-DATE(OPN-NDX) = TL-DATE
                   PERFORM P0A-FILL-OPEN-SLOT
           END-SEARCH.
      * A step that abended never logs its end, so its start stays
      * open; when the table fills, the oldest such start gives way.
       P0A-REUSE-OLDEST-OPEN.
           SET OPN-NDX TO 1
           MOVE 1 TO WS-BEST-SLOT
           PERFORM VARYING OPN-NDX FROM 2 BY 1
                   UNTIL OPN-NDX > WS-OPEN-COUNT
               IF  WS-OPN-DATE(OPN-NDX)
                       < WS-OPN-DATE(WS-BEST-SLOT)
                   SET WS-BEST-SLOT TO OPN-NDX
               END-IF
           END-PERFORM
           SET OPN-NDX TO WS-BEST-SLOT
           PERFORM P0A-FILL-OPEN-SLOT.
       P0A-FILL-OPEN-SLOT.
           MOVE TL-PROGRAM-ID TO WS-OPN-PROGRAM(OPN-NDX)
           MOVE TL-DATE       TO WS-OPN-DATE(OPN-NDX)
           MOVE WS-EVENT-SECS TO WS-OPN-START(OPN-NDX).
       P0A-CLOSE-HIST-RUN.
           SET OPN-NDX TO 1
           SEARCH WS-OPEN-ENTRY
               AT END
                   CONTINUE
               WHEN OPN-NDX > WS-OPEN-COUNT
                   CONTINUE
               WHEN WS-OPN-PROGRAM(OPN-NDX) = TL-PROGRAM-ID
                AND WS-OPN-DATE(OPN-NDX) = TL-DATE
                   COMPUTE WS-ELAPSED =
                       WS-EVENT-SECS - WS-OPN-START(OPN-NDX)
                   IF  WS-ELAPSED < ZERO
                       ADD 86400 TO WS-ELAPSED
                   END-IF
                   MOVE SPACES TO WS-OPN-PROGRAM(OPN-NDX)
                   PERFORM P0A-ADD-TO-HISTORY
           END-SEARCH.
       P0A-ADD-TO-HISTORY.
           SET HST-NDX TO 1
           SEARCH WS-HIST-ENTRY
               AT END
                   CONTINUE
               WHEN HST-NDX > WS-HIST-COUNT
                   ADD 1 TO WS-HIST-COUNT
                   MOVE TL-PROGRAM-ID TO WS-HST-PROGRAM(HST-NDX)
                   MOVE ZERO TO WS-HST-RUNS(HST-NDX)
                   MOVE ZERO TO WS-HST-SECS(HST-NDX)
                   MOVE ZERO TO WS-HST-SQUARES(HST-NDX)
                   PERFORM P0A-ACCUMULATE-RUN
               WHEN WS-HST-PROGRAM(HST-NDX) = TL-PROGRAM-ID
                   PERFORM P0A-ACCUMULATE-RUN
           END-SEARCH.
       P0A-ACCUMULATE-RUN.
           ADD 1 TO WS-HST-RUNS(HST-NDX)
           ADD WS-ELAPSED TO WS-HST-SECS(HST-NDX)
           COMPUTE WS-HST-SQUARES(HST-NDX) =
               WS-HST-SQUARES(HST-NDX) + WS-ELAPSED * WS-ELAPSED.
       P0A-NOTE-TONIGHT-EVENT.
           SET TNT-NDX TO 1
           SEARCH WS-TONIGHT-ENTRY
               AT END
                   CONTINUE
               WHEN TNT-NDX > WS-TONIGHT-COUNT
                   ADD 1 TO WS-TONIGHT-COUNT
                   MOVE TL-PROGRAM-ID TO WS-TNT-PROGRAM(TNT-NDX)
                   PERFORM P0A-APPLY-TONIGHT-EVENT
               WHEN WS-TNT-PROGRAM(TNT-NDX) = TL-PROGRAM-ID
                   PERFORM P0A-APPLY-TONIGHT-EVENT
           END-SEARCH.
       P0A-APPLY-TONIGHT-EVENT.
           IF  TL-EVENT = "S"
               MOVE "R" TO WS-TNT-STATE(TNT-NDX)
               PERFORM P0A-TO-NIGHT-SCALE
               MOVE WS-NIGHT-SECS TO WS-TNT-START(TNT-NDX)
           ELSE
               MOVE "D" TO WS-TNT-STATE(TNT-NDX)
           END-IF.
      * Lay tonight over the step list: finished steps drop out, a
      * started one is running, and a deferrable one is marked off
      * the critical path.
       P0A-MARK-TONIGHT.
           PERFORM VARYING SEQ-NDX FROM 1 BY 1
                   UNTIL SEQ-NDX > WS-SEQ-COUNT
               MOVE SPACE TO WS-SEQ-STATE(SEQ-NDX)
               MOVE ZERO  TO WS-SEQ-STARTED(SEQ-NDX)
               MOVE "N"   TO WS-SEQ-NAMED-SW(SEQ-NDX)
               MOVE "N"   TO WS-SEQ-DEFER-SW(SEQ-NDX)
               PERFORM VARYING WS-DEFER-NDX FROM 1 BY 1
                       UNTIL WS-DEFER-NDX > 8
                   IF  WS-DEFER-PROGRAM(WS-DEFER-NDX)
                           = WS-SEQ-PROGRAM(SEQ-NDX)
                       MOVE "Y" TO WS-SEQ-DEFER-SW(SEQ-NDX)
                   END-IF
               END-PERFORM
               SET TNT-NDX TO 1
               SEARCH WS-TONIGHT-ENTRY
                   AT END
                       CONTINUE
                   WHEN TNT-NDX > WS-TONIGHT-COUNT
                       CONTINUE
                   WHEN WS-TNT-PROGRAM(TNT-NDX)
                           = WS-SEQ-PROGRAM(SEQ-NDX)
                       MOVE WS-TNT-STATE(TNT-NDX)
                           TO WS-SEQ-STATE(SEQ-NDX)
                       MOVE WS-TNT-START(TNT-NDX)
                           TO WS-SEQ-STARTED(SEQ-NDX)
               END-SEARCH
           END-PERFORM.
       P0A-PROJECT-STEPS.
           MOVE WS-NOW-SECS TO WS-PROJECTED-SECS
           MOVE ZERO TO WS-TOTAL-VARIANCE
           MOVE ZERO TO WS-DEFER-SAVING
           PERFORM VARYING SEQ-NDX FROM 1 BY 1
                   UNTIL SEQ-NDX > WS-SEQ-COUNT
               MOVE ZERO TO WS-SEQ-LEFT(SEQ-NDX)
               IF  SEQ-DONE(SEQ-NDX)
                   ADD 1 TO WS-STEPS-DONE
               ELSE
                   ADD 1 TO WS-STEPS-LEFT
                   PERFORM P0A-PROJECT-ONE-STEP
               END-IF
           END-PERFORM
           COMPUTE WS-TOTAL-SPREAD =
               FUNCTION SQRT(WS-TOTAL-VARIANCE)
           COMPUTE WS-LATEST-SECS =
               WS-PROJECTED-SECS + WS-TOTAL-SPREAD
           COMPUTE WS-WITHOUT-DEFER-SECS =
               WS-PROJECTED-SECS - WS-DEFER-SAVING.
       P0A-PROJECT-ONE-STEP.
           PERFORM P0A-GET-STEP-NORM
           IF  SEQ-RUNNING(SEQ-NDX)
               MOVE WS-SEQ-PROGRAM(SEQ-NDX) TO WS-RUNNING-PROGRAM
               COMPUTE WS-STEP-REMAINING =
                   WS-STEP-AVERAGE
                   - (WS-NOW-SECS - WS-SEQ-STARTED(SEQ-NDX))
               IF  WS-STEP-REMAINING < ZERO
                   MOVE ZERO TO WS-STEP-REMAINING
               END-IF
           ELSE
               MOVE WS-STEP-AVERAGE TO WS-STEP-REMAINING
           END-IF
           MOVE WS-STEP-REMAINING TO WS-SEQ-LEFT(SEQ-NDX)
           ADD WS-STEP-REMAINING TO WS-PROJECTED-SECS
           ADD WS-STEP-VARIANCE  TO WS-TOTAL-VARIANCE
           IF  WS-SEQ-DEFER-SW(SEQ-NDX) = "Y"
               ADD WS-STEP-REMAINING TO WS-DEFER-SAVING
           END-IF.
      * Average and spread over the prior nights' completed runs;
      * spread is the standard deviation, from the running sum and
      * sum of squares. A step with no history is projected at zero.
       P0A-GET-STEP-NORM.
           MOVE ZERO TO WS-STEP-AVERAGE
           MOVE ZERO TO WS-STEP-VARIANCE
           MOVE ZERO TO WS-STEP-SPREAD
           SET HST-NDX TO 1
           SEARCH WS-HIST-ENTRY
               AT END
                   CONTINUE
               WHEN HST-NDX > WS-HIST-COUNT
                   CONTINUE
               WHEN WS-HST-PROGRAM(HST-NDX) = WS-SEQ-PROGRAM(SEQ-NDX)
                   COMPUTE WS-STEP-AVERAGE ROUNDED =
                       WS-HST-SECS(HST-NDX) / WS-HST-RUNS(HST-NDX)
                   COMPUTE WS-STEP-VARIANCE ROUNDED =
                       (WS-HST-SQUARES(HST-NDX)
                        - WS-HST-SECS(HST-NDX) * WS-HST-SECS(HST-NDX)
                          / WS-HST-RUNS(HST-NDX))
                       / WS-HST-RUNS(HST-NDX)
                   COMPUTE WS-STEP-SPREAD ROUNDED =
                       FUNCTION SQRT(WS-STEP-VARIANCE)
           END-SEARCH.
       P0A-WRITE-FORECAST-REPORT.
           OPEN OUTPUT FORECAST-REPORT.
           MOVE WS-TONIGHT-DATE TO HL-DATE.
           MOVE WS-NOW-SECS TO WS-HHMM-SECS.
           PERFORM P0A-FORMAT-HHMM.
           MOVE WS-HHMM-OUT TO HL-NOW.
           MOVE WS-SLA-SECS TO WS-HHMM-SECS.
           PERFORM P0A-FORMAT-HHMM.
           MOVE WS-HHMM-OUT TO HL-SLA.
           MOVE WS-HEADING-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE WS-NOW-SECS TO WS-EVENT-SECS.
           PERFORM VARYING SEQ-NDX FROM 1 BY 1
                   UNTIL SEQ-NDX > WS-SEQ-COUNT
               IF  NOT SEQ-DONE(SEQ-NDX)
                   PERFORM P0A-WRITE-STEP-LINE
               END-IF
           END-PERFORM.
           MOVE "EXPECTED SUITE END" TO TL-LABEL.
           MOVE WS-PROJECTED-SECS TO WS-HHMM-SECS.
           PERFORM P0A-WRITE-TOTAL-LINE.
           MOVE "LIKELY LATEST END (WITH SPREAD)" TO TL-LABEL.
           MOVE WS-LATEST-SECS TO WS-HHMM-SECS.
           PERFORM P0A-WRITE-TOTAL-LINE.
           MOVE "EXPECTED END WITH REPORTS DEFERRED" TO TL-LABEL.
           MOVE WS-WITHOUT-DEFER-SECS TO WS-HHMM-SECS.
           PERFORM P0A-WRITE-TOTAL-LINE.
           EVALUATE TRUE
               WHEN WS-PROJECTED-SECS > WS-SLA-SECS
                   MOVE "** EXPECTED END PASSES SLA - CONSOLE ALERT **"
                       TO WS-STATUS-LINE
               WHEN WS-LATEST-SECS > WS-SLA-SECS
                   MOVE "** LATEST END PASSES SLA - ALERT LOGGED **"
                       TO WS-STATUS-LINE
               WHEN OTHER
                   MOVE "SUITE FORECAST INSIDE THE SLA"
                       TO WS-STATUS-LINE
           END-EVALUATE.
           MOVE WS-STATUS-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           CLOSE FORECAST-REPORT.
       P0A-WRITE-STEP-LINE.
           PERFORM P0A-GET-STEP-NORM
           ADD WS-SEQ-LEFT(SEQ-NDX) TO WS-EVENT-SECS
           MOVE WS-SEQ-PROGRAM(SEQ-NDX) TO DL-PROGRAM
           IF  WS-SEQ-DEFER-SW(SEQ-NDX) = "Y"
               MOVE "DEFER " TO DL-CLASS
           ELSE
               MOVE "CRIT  " TO DL-CLASS
           END-IF
           IF  SEQ-RUNNING(SEQ-NDX)
               MOVE "RUNNING" TO DL-STATE
           ELSE
               MOVE "TO RUN " TO DL-STATE
           END-IF
           MOVE WS-STEP-AVERAGE      TO DL-AVERAGE
           MOVE WS-STEP-SPREAD       TO DL-SPREAD
           MOVE WS-SEQ-LEFT(SEQ-NDX) TO DL-LEFT
           MOVE WS-EVENT-SECS        TO WS-HHMM-SECS
           PERFORM P0A-FORMAT-HHMM
           MOVE WS-HHMM-OUT          TO DL-ENDS
           MOVE SPACES               TO DL-FLAG
           IF  WS-EVENT-SECS > WS-SLA-SECS
               MOVE "PAST SLA" TO DL-FLAG
           END-IF
           MOVE WS-DETAIL-LINE TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD.
       P0A-WRITE-TOTAL-LINE.
           PERFORM P0A-FORMAT-HHMM
           MOVE WS-HHMM-OUT TO TL-TIME
           MOVE WS-TOTAL-LINE TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD.
      * The alert has room for three names: the critical steps still
      * to run that are expected to take longest. A console alert
      * gives the expected end, a logged one the likely-latest end.
      * WINRPT lists the whole remaining path.
       P0A-NAME-CRITICAL-STEPS.
           MOVE SPACES TO OA-MESSAGE
           MOVE 1 TO WS-MSG-PTR
           IF  OA-SEVERITY = 1
               MOVE WS-PROJECTED-SECS TO WS-HHMM-SECS
               PERFORM P0A-FORMAT-HHMM
               STRING "END " WS-HHMM-OUT DELIMITED BY SIZE
                   INTO OA-MESSAGE WITH POINTER WS-MSG-PTR
           ELSE
               MOVE WS-LATEST-SECS TO WS-HHMM-SECS
               PERFORM P0A-FORMAT-HHMM
               STRING "LATEST " WS-HHMM-OUT DELIMITED BY SIZE
                   INTO OA-MESSAGE WITH POINTER WS-MSG-PTR
           END-IF
           MOVE WS-SLA-SECS TO WS-HHMM-SECS
           PERFORM P0A-FORMAT-HHMM
           STRING " PAST SLA " WS-HHMM-OUT " - CRIT:"
               DELIMITED BY SIZE
               INTO OA-MESSAGE WITH POINTER WS-MSG-PTR
           MOVE ZERO TO WS-NAMED-COUNT
           PERFORM 3 TIMES
               PERFORM P0A-PICK-LONGEST-STEP
               IF  WS-BEST-SLOT > ZERO
                   SET SEQ-NDX TO WS-BEST-SLOT
                   MOVE "Y" TO WS-SEQ-NAMED-SW(SEQ-NDX)
                   ADD 1 TO WS-NAMED-COUNT
                   STRING " " WS-SEQ-PROGRAM(SEQ-NDX)
                       DELIMITED BY SIZE
                       INTO OA-MESSAGE WITH POINTER WS-MSG-PTR
               END-IF
           END-PERFORM
           IF  WS-NAMED-COUNT = ZERO
               STRING " NONE LEFT" DELIMITED BY SIZE
                   INTO OA-MESSAGE WITH POINTER WS-MSG-PTR
           END-IF.
       P0A-PICK-LONGEST-STEP.
           MOVE ZERO TO WS-BEST-SLOT
           MOVE ZERO TO WS-BEST-SECS
           PERFORM VARYING SEQ-NDX FROM 1 BY 1
                   UNTIL SEQ-NDX > WS-SEQ-COUNT
               IF  NOT SEQ-DONE(SEQ-NDX)
                   AND WS-SEQ-DEFER-SW(SEQ-NDX) NOT = "Y"
                   AND WS-SEQ-NAMED-SW(SEQ-NDX) NOT = "Y"
                   AND WS-SEQ-LEFT(SEQ-NDX) > WS-BEST-SECS
                   MOVE WS-SEQ-LEFT(SEQ-NDX) TO WS-BEST-SECS
                   SET WS-BEST-SLOT TO SEQ-NDX
               END-IF
           END-PERFORM.
       P0A-RAISE-ALERT.
           MOVE "WINFCST " TO OA-PROGRAM-ID
           CALL "OPALERT" USING OPALERT-PARMS
           DISPLAY "WINFCST " OA-MESSAGE.
