       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HOLCHK.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * HOLCHK - yearly completeness check on the bank-holiday
      * calendars DATECALC rolls value dates on. A calendar that
      * runs out at 31 December does not fail anything - DATECALC
      * simply treats every weekday of the new year as a business
      * day, and the first anyone hears of it is a payment value-
      * dated on New Year's Day. This step counts the BANKHOL dates
      * per calendar (the domestic calendar always, plus every
      * currency calendar on the file) for this year and next
      * year, and lists the counts on HOLCHKR. A calendar with no
      * dates at all for this year is flagged every night; one with
      * none for next year is flagged from the warning month on
      * (HOLPARM card, default October). Each flag is a severity-2
      * OPALERT telling treasury to load the year via HOLMNT, and
      * the step ends RETURN-CODE 4 - a warning only, nothing later
      * in the suite is held back for it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "HOLPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "BANKHOL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHECK-LISTING ASSIGN TO "HOLCHKR"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  HOLCHK-PARM-FIELDS.
           05  HP-WARN-FROM-MONTH PIC 9(02).
           05  FILLER             PIC X(78).
       FD  HOLIDAY-FILE.
           COPY "bankhol.cpy".
       FD  CHECK-LISTING.
       01  CHECK-LISTING-RECORD  PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "opalrtpm.cpy".
       01  WS-HOL-EOF-SW           PIC X VALUE "N".
            88 HOL-EOF             VALUE "Y".
       01  WS-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
       01  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
           05  WS-THIS-YEAR        PIC 9(04).
           05  WS-THIS-MONTH       PIC 9(02).
           05  WS-THIS-DAY         PIC 9(02).
       01  WS-NEXT-YEAR            PIC 9(04) VALUE ZERO.
       01  WS-HOLIDAY-YEAR         PIC 9(04) VALUE ZERO.
       01  WS-WARN-FROM-MONTH      PIC 9(02) VALUE 10.
       01  WS-CALENDARS-FLAGGED    PIC 9(03) VALUE ZERO.
       01  WS-CAL-COUNT            PIC 9(02) COMP VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 30 TIMES
                   INDEXED BY CAL-NDX.
               10  WS-CAL-CODE      PIC X(04).
               10  WS-CAL-THIS-YEAR PIC 9(03).
               10  WS-CAL-NEXT-YEAR PIC 9(03).
       01  WS-HEADING-LINE.
           05  FILLER       PIC X(30)
                   VALUE "HOLIDAY CALENDAR CHECK FOR   ".
           05  HH-THIS-YEAR PIC 9(04).
           05  FILLER       PIC X(05) VALUE " AND ".
           05  HH-NEXT-YEAR PIC 9(04).
       01  WS-CAL-LINE.
           05  CL-CALENDAR  PIC X(08).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  CL-THIS-YEAR PIC 9(04).
           05  FILLER       PIC X(02) VALUE SPACE.
           05  CL-THIS-CNT  PIC ZZ9.
           05  FILLER       PIC X(09) VALUE " DATES   ".
           05  CL-NEXT-YEAR PIC 9(04).
           05  FILLER       PIC X(02) VALUE SPACE.
           05  CL-NEXT-CNT  PIC ZZ9.
           05  FILLER       PIC X(07) VALUE " DATES ".
           05  CL-STATUS    PIC X(30).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "HOLCHK" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS.
           MOVE BZ-BUSINESS-DATE TO WS-BUSINESS-DATE
           COMPUTE WS-NEXT-YEAR = WS-THIS-YEAR + 1.
           PERFORM P0A-READ-PARM-CARD.
      * The domestic calendar is listed even when the file holds
      * no dates for it at all.
           MOVE 1      TO WS-CAL-COUNT
           MOVE SPACES TO WS-CAL-CODE(1)
           MOVE ZERO   TO WS-CAL-THIS-YEAR(1)
           MOVE ZERO   TO WS-CAL-NEXT-YEAR(1)
           PERFORM P0A-COUNT-HOLIDAYS.
           OPEN OUTPUT CHECK-LISTING.
           MOVE WS-THIS-YEAR TO HH-THIS-YEAR
           MOVE WS-NEXT-YEAR TO HH-NEXT-YEAR
           MOVE WS-HEADING-LINE TO CHECK-LISTING-RECORD
           WRITE CHECK-LISTING-RECORD
           PERFORM VARYING CAL-NDX FROM 1 BY 1
                   UNTIL CAL-NDX > WS-CAL-COUNT
               PERFORM P0A-CHECK-ONE-CALENDAR
           END-PERFORM.
           CLOSE CHECK-LISTING.
           MOVE "HOLCHK" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           IF  WS-CALENDARS-FLAGGED > ZERO
               DISPLAY "HOLCHK " WS-CALENDARS-FLAGGED
                   " HOLIDAY CALENDARS INCOMPLETE"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "HOLCHK HOLIDAY CALENDARS COMPLETE"
           END-IF.
           GOBACK.
       P0A-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF  FS-SUCCESS
               READ PARM-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF  HP-WARN-FROM-MONTH NUMERIC
                           AND HP-WARN-FROM-MONTH > ZERO
                           AND HP-WARN-FROM-MONTH < 13
                           MOVE HP-WARN-FROM-MONTH
                               TO WS-WARN-FROM-MONTH
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
       P0A-COUNT-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-HOLIDAY
               PERFORM UNTIL HOL-EOF
                   PERFORM P0A-COUNT-ONE-HOLIDAY
                   PERFORM P0A-READ-HOLIDAY
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.
       P0A-READ-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET HOL-EOF TO TRUE
           END-READ.
       P0A-COUNT-ONE-HOLIDAY.
           SET CAL-NDX TO 1
           SEARCH WS-CAL-ENTRY
               AT END
                   CONTINUE
               WHEN CAL-NDX > WS-CAL-COUNT
                   ADD 1 TO WS-CAL-COUNT
                   MOVE HOL-CALENDAR TO WS-CAL-CODE(CAL-NDX)
                   MOVE ZERO TO WS-CAL-THIS-YEAR(CAL-NDX)
                   MOVE ZERO TO WS-CAL-NEXT-YEAR(CAL-NDX)
                   PERFORM P0A-TALLY-HOLIDAY
               WHEN WS-CAL-CODE(CAL-NDX) = HOL-CALENDAR
                   PERFORM P0A-TALLY-HOLIDAY
           END-SEARCH.
       P0A-TALLY-HOLIDAY.
           MOVE HOL-DATE(1:4) TO WS-HOLIDAY-YEAR
           EVALUATE WS-HOLIDAY-YEAR
               WHEN WS-THIS-YEAR
                   ADD 1 TO WS-CAL-THIS-YEAR(CAL-NDX)
               WHEN WS-NEXT-YEAR
                   ADD 1 TO WS-CAL-NEXT-YEAR(CAL-NDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       P0A-CHECK-ONE-CALENDAR.
           MOVE SPACES TO CL-STATUS
           IF  WS-CAL-CODE(CAL-NDX) = SPACES
               MOVE "DOMESTIC" TO CL-CALENDAR
           ELSE
               MOVE WS-CAL-CODE(CAL-NDX) TO CL-CALENDAR
           END-IF
           MOVE WS-THIS-YEAR              TO CL-THIS-YEAR
           MOVE WS-CAL-THIS-YEAR(CAL-NDX) TO CL-THIS-CNT
           MOVE WS-NEXT-YEAR              TO CL-NEXT-YEAR
           MOVE WS-CAL-NEXT-YEAR(CAL-NDX) TO CL-NEXT-CNT
           EVALUATE TRUE
               WHEN WS-CAL-THIS-YEAR(CAL-NDX) = ZERO
                   MOVE "NO DATES THIS YEAR - LOAD" TO CL-STATUS
                   MOVE WS-THIS-YEAR TO WS-HOLIDAY-YEAR
                   PERFORM P0A-RAISE-CALENDAR-ALERT
               WHEN WS-CAL-NEXT-YEAR(CAL-NDX) = ZERO
                 AND WS-THIS-MONTH >= WS-WARN-FROM-MONTH
                   MOVE "NEXT YEAR MISSING - LOAD" TO CL-STATUS
                   MOVE WS-NEXT-YEAR TO WS-HOLIDAY-YEAR
                   PERFORM P0A-RAISE-CALENDAR-ALERT
               WHEN OTHER
                   MOVE "OK" TO CL-STATUS
           END-EVALUATE
           MOVE WS-CAL-LINE TO CHECK-LISTING-RECORD
           WRITE CHECK-LISTING-RECORD.
       P0A-RAISE-CALENDAR-ALERT.
           ADD 1 TO WS-CALENDARS-FLAGGED
           MOVE "HOLCHK  "  TO OA-PROGRAM-ID
           MOVE 2           TO OA-SEVERITY
           MOVE SPACES      TO OA-MESSAGE
           STRING "HOLIDAY CALENDAR " DELIMITED BY SIZE
                  CL-CALENDAR DELIMITED BY SPACE
                  " HAS NO " WS-HOLIDAY-YEAR
                  " DATES - LOAD VIA HOLMNT" DELIMITED BY SIZE
               INTO OA-MESSAGE
           CALL "OPALERT" USING OPALERT-PARMS.
