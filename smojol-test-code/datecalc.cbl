      * Sundays and any date on the BANKHOL calendar file are not
      * business days. The calendar file is loaded on the first call
      * of the run and held for the life of the run unit.
      * The calendar file holds a holiday calendar per payment
      * currency (or country) beside the domestic one; the caller
      * names the calendar in DC-CALENDAR, and a blank code, or a
      * code with no holidays on file, falls back to the domestic
      * calendar, so callers that never name one are unchanged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
           COPY "bankhol.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
       01  WS-HOLIDAYS-LOADED-SW   PIC X VALUE "N".
            88 HOLIDAYS-LOADED     VALUE "Y".
       01  WS-HOLIDAY-EOF-SW       PIC X VALUE "N".
            88 HOLIDAY-EOF         VALUE "Y".
       01  WS-HOLIDAY-COUNT        PIC 9(04) COMP VALUE 0.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY HOL-NDX.
               10  WS-HOLIDAY-CAL  PIC X(04).
               10  WS-HOLIDAY-INT  PIC 9(07).
       01  WS-CALENDAR-COUNT       PIC 9(02) COMP VALUE 0.
       01  WS-CALENDAR-TABLE.
           05  WS-CALENDAR-CODE PIC X(04) OCCURS 30 TIMES
                   INDEXED BY CAL-NDX.
       01  WS-ACTIVE-CALENDAR      PIC X(04) VALUE SPACES.
       01  WS-WORK-INT             PIC 9(07) VALUE ZERO.
       01  WS-TARGET-INT           PIC 9(07) VALUE ZERO.
       01  WS-DAY-OF-WEEK          PIC 9(01) VALUE ZERO.
           IF  NOT HOLIDAYS-LOADED
               PERFORM P0A-LOAD-HOLIDAYS
           END-IF.
           PERFORM P0A-RESOLVE-CALENDAR.
           IF  DC-DATE-1 = ZERO
               SET DC-ERROR TO TRUE
               GOBACK
                   PERFORM P0A-ADD-BUSINESS-DAYS
               WHEN DC-DAYS-BETWEEN
                   PERFORM P0A-COUNT-BUSINESS-DAYS
               WHEN DC-ROLL-FORWARD
                   PERFORM P0A-ROLL-TO-BUSINESS-DAY
               WHEN OTHER
                   SET DC-ERROR TO TRUE
           END-EVALUATE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-HOLIDAY
               PERFORM UNTIL HOLIDAY-EOF
                   IF  WS-HOLIDAY-COUNT < 2000
                       AND HOL-DATE NUMERIC
                       AND HOL-DATE > ZERO
                       ADD 1 TO WS-HOLIDAY-COUNT
                       SET HOL-NDX TO WS-HOLIDAY-COUNT
                       MOVE HOL-CALENDAR TO WS-HOLIDAY-CAL(HOL-NDX)
                       COMPUTE WS-HOLIDAY-INT(HOL-NDX) =
                           FUNCTION INTEGER-OF-DATE(HOL-DATE)
                       PERFORM P0A-NOTE-CALENDAR
                   END-IF
                   PERFORM P0A-READ-HOLIDAY
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.
       P0A-NOTE-CALENDAR.
           IF  NOT HOL-DOMESTIC
               SET CAL-NDX TO 1
               SEARCH WS-CALENDAR-CODE
                   AT END
                       CONTINUE
                   WHEN CAL-NDX > WS-CALENDAR-COUNT
                       ADD 1 TO WS-CALENDAR-COUNT
                       MOVE HOL-CALENDAR TO WS-CALENDAR-CODE(CAL-NDX)
                   WHEN WS-CALENDAR-CODE(CAL-NDX) = HOL-CALENDAR
                       CONTINUE
               END-SEARCH
           END-IF.
      * A calendar code with nothing on file would make every
      * weekday a business day - the domestic calendar is the
      * better guess, and the one every caller used before.
       P0A-RESOLVE-CALENDAR.
           MOVE SPACES TO WS-ACTIVE-CALENDAR
           IF  DC-CALENDAR NOT = SPACES
               SET CAL-NDX TO 1
               SEARCH WS-CALENDAR-CODE
                   AT END
                       CONTINUE
                   WHEN CAL-NDX > WS-CALENDAR-COUNT
                       CONTINUE
                   WHEN WS-CALENDAR-CODE(CAL-NDX) = DC-CALENDAR
                       MOVE DC-CALENDAR TO WS-ACTIVE-CALENDAR
               END-SEARCH
           END-IF
           MOVE WS-ACTIVE-CALENDAR TO DC-CALENDAR-USED.
       P0A-READ-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   END-IF
               END-PERFORM
           END-IF.
       P0A-ROLL-TO-BUSINESS-DAY.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(DC-DATE-1)
           PERFORM P0A-TEST-BUSINESS-DAY
           PERFORM UNTIL BUSINESS-DAY
               ADD 1 TO WS-WORK-INT
               PERFORM P0A-TEST-BUSINESS-DAY
           END-PERFORM
           COMPUTE DC-RESULT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
      * Day 1 of the integer-date epoch was a Monday, so the
      * remainder of the integer date by 7 gives Saturday 6 and
      * Sunday 0.
               SET NOT-BUSINESS-DAY TO TRUE
           ELSE
               SET HOL-NDX TO 1
               SEARCH WS-HOLIDAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN HOL-NDX > WS-HOLIDAY-COUNT
                       CONTINUE
                   WHEN WS-HOLIDAY-INT(HOL-NDX) = WS-WORK-INT
                    AND WS-HOLIDAY-CAL(HOL-NDX) = WS-ACTIVE-CALENDAR
                       SET NOT-BUSINESS-DAY TO TRUE
               END-SEARCH
           END-IF.
