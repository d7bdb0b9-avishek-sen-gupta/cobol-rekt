      * severity and by hour of day, so the operations handover is
      * a page instead of "check the queues if you remember".
      * Severity is assigned by source queue - TERR is severity 3,
      * AUDT and the OAUD online audit trail severity 1, anything
      * else 2 - matching how the TD writer routes in the first
      * place.
      * The report closes with every OPALERT alert raised in the
      * last 24 hours and how long it stood before an operator
      * acknowledged it on the ALRTACK screen - or how long it has
      * stood unacknowledged - and whether ALRTESC had to re-raise
      * it to the shift supervisor, from the OPALERTL log and the
      * ALRTACK cards the online side queued. Alerts are matched
      * to their cards on the same timestamp / program / sequence
      * key ALRTLOAD gives them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAIN-FILE ASSIGN TO "DRNFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ALERT-LOG ASSIGN TO "OPALERTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ALERT-ACKS ASSIGN TO "ALRTACK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SHIFT-REPORT ASSIGN TO "TDSHIFTR"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           05  FILLER        PIC X(05).
           05  DR-HOUR       PIC 9(03).
           05  FILLER        PIC X(85).
       FD  ALERT-LOG.
       01  ALERT-LOG-RECORD.
           05  OL-TIMESTAMP      PIC X(14).
           05  FILLER            PIC X(01).
           05  OL-PROGRAM-ID     PIC X(08).
           05  FILLER            PIC X(01).
           05  OL-SEVERITY       PIC 9(01).
           05  FILLER            PIC X(01).
           05  OL-MESSAGE        PIC X(60).
       FD  ALERT-ACKS.
           COPY "alrtack.cpy".
       FD  SHIFT-REPORT.
       01  SHIFT-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           05  WS-SEV-COUNT PIC 9(05) OCCURS 3 TIMES.
       01  WS-HOUR-COUNTS.
           05  WS-HOUR-COUNT PIC 9(05) OCCURS 24 TIMES.
       01  WS-ALERT-EOF-SW         PIC X VALUE "N".
            88 ALERT-EOF           VALUE "Y".
       01  WS-NOW-TS               PIC X(14) VALUE SPACES.
       01  WS-CUTOFF-TS            PIC X(14) VALUE SPACES.
       01  WS-CUTOFF-DATE          PIC 9(08) VALUE ZERO.
       01  WS-PREV-TIMESTAMP       PIC X(14) VALUE SPACES.
       01  WS-PREV-PROGRAM-ID      PIC X(08) VALUE SPACES.
       01  WS-ALERT-SEQ            PIC 9(02) VALUE ZERO.
       01  WS-ALERT-KEY.
           05  WS-AK-TIMESTAMP     PIC X(14).
           05  WS-AK-PROGRAM-ID    PIC X(08).
           05  WS-AK-SEQ           PIC 9(02).
       01  WS-FROM-TS              PIC X(14) VALUE SPACES.
       01  WS-FROM-PARTS REDEFINES WS-FROM-TS.
           05  WS-FROM-DATE        PIC 9(08).
           05  WS-FROM-HH          PIC 9(02).
           05  WS-FROM-MI          PIC 9(02).
           05  WS-FROM-SS          PIC 9(02).
       01  WS-TO-TS                PIC X(14) VALUE SPACES.
       01  WS-TO-PARTS REDEFINES WS-TO-TS.
           05  WS-TO-DATE          PIC 9(08).
           05  WS-TO-HH            PIC 9(02).
           05  WS-TO-MI            PIC 9(02).
           05  WS-TO-SS            PIC 9(02).
       01  WS-MINUTES              PIC S9(07) VALUE ZERO.
       01  WS-ALERTS-SHOWN         PIC 9(05) VALUE ZERO.
       01  WS-ALERTS-ACKED         PIC 9(05) VALUE ZERO.
       01  WS-ALERTS-ESCALATED     PIC 9(05) VALUE ZERO.
       01  WS-ACK-MINUTES-TOTAL    PIC 9(09) VALUE ZERO.
       01  WS-ACK-COUNT            PIC 9(04) COMP VALUE 0.
       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY OCCURS 2000 TIMES
                   INDEXED BY ACK-NDX.
               10  WS-ACK-KEY       PIC X(24).
               10  WS-ACK-TS        PIC X(14).
               10  WS-ACK-USER      PIC X(08).
               10  WS-ACK-ESC-TS    PIC X(14).
       01  WS-QUEUE-LINE.
           05  FILLER      PIC X(07) VALUE "QUEUE  ".
           05  QL-QUEUE    PIC X(04).
           05  HL-HOUR     PIC 9(02).
           05  FILLER      PIC X(09) VALUE " COUNT:  ".
           05  HL-COUNT    PIC ZZZZ9.
       01  WS-ALERT-HEADING-1.
           05  FILLER      PIC X(40) VALUE
               "ALERTS RAISED IN THE LAST 24 HOURS - TIM".
           05  FILLER      PIC X(40) VALUE "E TO ACKNOWLEDGE".
       01  WS-ALERT-HEADING-2.
           05  FILLER      PIC X(40) VALUE
               "RAISED         PROGRAM  S ACKNOWLEDGED  ".
           05  FILLER      PIC X(40) VALUE
               "     BY       ESC MESSAGE".
       01  WS-ALERT-LINE.
           05  AL-TIMESTAMP PIC X(14).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  AL-PROGRAM-ID PIC X(08).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  AL-SEVERITY PIC 9(01).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  AL-ACK-LABEL PIC X(09).
           05  AL-MINUTES  PIC ZZZZ9.
           05  FILLER      PIC X(04) VALUE " MIN".
           05  FILLER      PIC X(01) VALUE SPACE.
           05  AL-ACK-USER PIC X(08).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  AL-ESCALATED PIC X(03).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  AL-MESSAGE  PIC X(22).
       01  WS-ALERT-TOTAL-LINE.
           05  FILLER      PIC X(08) VALUE "ALERTS: ".
           05  AT-SHOWN    PIC ZZZZ9.
           05  FILLER      PIC X(16) VALUE "  ACKNOWLEDGED: ".
           05  AT-ACKED    PIC ZZZZ9.
           05  FILLER      PIC X(13) VALUE "  ESCALATED: ".
           05  AT-ESCALATED PIC ZZZZ9.
           05  FILLER      PIC X(15) VALUE "  AVG ACK MIN: ".
           05  AT-AVERAGE  PIC ZZZZ9.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
               CLOSE DRAIN-FILE
           END-IF.
           PERFORM P0A-WRITE-SHIFT-REPORT.
           PERFORM P0A-LOAD-ALERT-ACKS.
           PERFORM P0A-WRITE-ALERT-SECTION.
           CLOSE SHIFT-REPORT.
           DISPLAY "TDSHIFT FORMATTED " WS-MESSAGES-READ
               " DRAINED MESSAGES".
               WHEN "TERR"
                   MOVE 3 TO WS-SEVERITY
               WHEN "AUDT"
               WHEN "OAUD"
                   MOVE 1 TO WS-SEVERITY
               WHEN OTHER
                   MOVE 2 TO WS-SEVERITY
                   WRITE SHIFT-REPORT-RECORD
               END-IF
           END-PERFORM.
       P0A-LOAD-ALERT-ACKS.
           MOVE ZERO TO WS-ACK-COUNT.
           OPEN INPUT ALERT-ACKS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-ALERT-ACKS
               PERFORM UNTIL ALERT-EOF
                   PERFORM P0A-HOLD-ONE-ACK
                   PERFORM P0A-READ-ALERT-ACKS
               END-PERFORM
               CLOSE ALERT-ACKS
           END-IF.
       P0A-READ-ALERT-ACKS.
           READ ALERT-ACKS
               AT END
                   SET ALERT-EOF TO TRUE
           END-READ.
      * One entry per alert key; the first acknowledgement and the
      * first escalation card for an alert are the ones that count.
       P0A-HOLD-ONE-ACK.
           SET ACK-NDX TO 1
           SEARCH WS-ACK-ENTRY
               AT END
                   DISPLAY "TDSHIFT ACK TABLE FULL - CARD SKIPPED "
                       AK-ALERT-KEY
               WHEN ACK-NDX > WS-ACK-COUNT
                   ADD 1 TO WS-ACK-COUNT
                   MOVE AK-ALERT-KEY TO WS-ACK-KEY(ACK-NDX)
                   MOVE SPACES TO WS-ACK-TS(ACK-NDX)
                                  WS-ACK-USER(ACK-NDX)
                                  WS-ACK-ESC-TS(ACK-NDX)
                   PERFORM P0A-POST-ONE-ACK
               WHEN WS-ACK-KEY(ACK-NDX) = AK-ALERT-KEY
                   PERFORM P0A-POST-ONE-ACK
           END-SEARCH.
       P0A-POST-ONE-ACK.
           IF  AK-ACKNOWLEDGED
               AND WS-ACK-TS(ACK-NDX) = SPACES
               MOVE AK-EVENT-TS TO WS-ACK-TS(ACK-NDX)
               MOVE AK-USER-ID  TO WS-ACK-USER(ACK-NDX)
           END-IF
           IF  AK-ESCALATED
               AND WS-ACK-ESC-TS(ACK-NDX) = SPACES
               MOVE AK-EVENT-TS TO WS-ACK-ESC-TS(ACK-NDX)
           END-IF.
       P0A-WRITE-ALERT-SECTION.
      * The alert log is stamped from the wall clock, so the last
      * 24 hours run back from the wall clock too.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
           MOVE WS-NOW-TS TO WS-TO-TS
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 1)
           MOVE WS-NOW-TS      TO WS-CUTOFF-TS
           MOVE WS-CUTOFF-DATE TO WS-CUTOFF-TS(1:8)
           MOVE SPACES TO SHIFT-REPORT-RECORD
           WRITE SHIFT-REPORT-RECORD
           MOVE WS-ALERT-HEADING-1 TO SHIFT-REPORT-RECORD
           WRITE SHIFT-REPORT-RECORD
           MOVE WS-ALERT-HEADING-2 TO SHIFT-REPORT-RECORD
           WRITE SHIFT-REPORT-RECORD
           MOVE "N" TO WS-ALERT-EOF-SW
           OPEN INPUT ALERT-LOG
           IF  FS-SUCCESS
               PERFORM P0A-READ-ALERT-LOG
               PERFORM UNTIL ALERT-EOF
                   PERFORM P0A-REPORT-ONE-ALERT
                   PERFORM P0A-READ-ALERT-LOG
               END-PERFORM
               CLOSE ALERT-LOG
           END-IF
           MOVE WS-ALERTS-SHOWN     TO AT-SHOWN
           MOVE WS-ALERTS-ACKED     TO AT-ACKED
           MOVE WS-ALERTS-ESCALATED TO AT-ESCALATED
           MOVE ZERO TO AT-AVERAGE
           IF  WS-ALERTS-ACKED > ZERO
               COMPUTE AT-AVERAGE ROUNDED =
                   WS-ACK-MINUTES-TOTAL / WS-ALERTS-ACKED
           END-IF
           MOVE WS-ALERT-TOTAL-LINE TO SHIFT-REPORT-RECORD
           WRITE SHIFT-REPORT-RECORD.
       P0A-READ-ALERT-LOG.
           READ ALERT-LOG
               AT END
                   SET ALERT-EOF TO TRUE
           END-READ.
       P0A-REPORT-ONE-ALERT.
      * The sequence is counted over the whole log, before the
      * 24-hour cut, so it matches the key ALRTLOAD assigned.
           IF  OL-TIMESTAMP = WS-PREV-TIMESTAMP
               AND OL-PROGRAM-ID = WS-PREV-PROGRAM-ID
               ADD 1 TO WS-ALERT-SEQ
           ELSE
               MOVE 1 TO WS-ALERT-SEQ
               MOVE OL-TIMESTAMP  TO WS-PREV-TIMESTAMP
               MOVE OL-PROGRAM-ID TO WS-PREV-PROGRAM-ID
           END-IF
           IF  OL-TIMESTAMP NOT < WS-CUTOFF-TS
               AND OL-TIMESTAMP NUMERIC
               PERFORM P0A-SHOW-ONE-ALERT
           END-IF.
       P0A-SHOW-ONE-ALERT.
           ADD 1 TO WS-ALERTS-SHOWN
           MOVE OL-TIMESTAMP  TO WS-AK-TIMESTAMP
           MOVE OL-PROGRAM-ID TO WS-AK-PROGRAM-ID
           MOVE WS-ALERT-SEQ  TO WS-AK-SEQ
           MOVE OL-TIMESTAMP  TO AL-TIMESTAMP
           MOVE OL-PROGRAM-ID TO AL-PROGRAM-ID
           MOVE OL-SEVERITY   TO AL-SEVERITY
           MOVE OL-MESSAGE    TO AL-MESSAGE
           MOVE SPACES        TO AL-ACK-USER
           MOVE SPACES        TO AL-ESCALATED
           MOVE OL-TIMESTAMP  TO WS-FROM-TS
           MOVE WS-NOW-TS     TO WS-TO-TS
           MOVE "UNACKED  "   TO AL-ACK-LABEL
           SET ACK-NDX TO 1
           SEARCH WS-ACK-ENTRY
               AT END
                   CONTINUE
               WHEN ACK-NDX > WS-ACK-COUNT
                   CONTINUE
               WHEN WS-ACK-KEY(ACK-NDX) = WS-ALERT-KEY
                   IF  WS-ACK-TS(ACK-NDX) NOT = SPACES
                       MOVE WS-ACK-TS(ACK-NDX)   TO WS-TO-TS
                       MOVE WS-ACK-USER(ACK-NDX) TO AL-ACK-USER
                       MOVE "ACKED IN "          TO AL-ACK-LABEL
                   END-IF
                   IF  WS-ACK-ESC-TS(ACK-NDX) NOT = SPACES
                       MOVE "ESC" TO AL-ESCALATED
                       ADD 1 TO WS-ALERTS-ESCALATED
                   END-IF
           END-SEARCH
           PERFORM P0A-MINUTES-BETWEEN
           MOVE WS-MINUTES TO AL-MINUTES
           IF  AL-ACK-LABEL = "ACKED IN "
               ADD 1 TO WS-ALERTS-ACKED
               ADD WS-MINUTES TO WS-ACK-MINUTES-TOTAL
           END-IF
           MOVE WS-ALERT-LINE TO SHIFT-REPORT-RECORD
           WRITE SHIFT-REPORT-RECORD.
       P0A-MINUTES-BETWEEN.
           MOVE ZERO TO WS-MINUTES
           IF  WS-FROM-TS NUMERIC AND WS-TO-TS NUMERIC
               AND WS-TO-TS > WS-FROM-TS
               COMPUTE WS-MINUTES =
                   (FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE))
                   * 1440
                   + WS-TO-HH * 60 + WS-TO-MI
                   - WS-FROM-HH * 60 - WS-FROM-MI
           END-IF.
