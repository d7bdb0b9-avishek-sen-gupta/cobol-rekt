       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ONLAUDRP.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * ONLAUDRP - daily online activity report over the common
      * audit records ONLAUDT writes for every online transaction
      * and TDDRAIN moves to the DRNFILE dataset under the OAUD
      * queue stamp. It answers the auditors' question - who looked
      * at or changed which account, vendor, invoice or payment -
      * for the business day BIZDATE gives:
      *   - one line per signed-on user: records in all, split into
      *     inquiries, changes queued for the batch and changes made
      *     on the spot, how many touched payment or vendor data
      *     and how many of those were out of hours;
      *   - every touch of payment or vendor data (key types PAYM
      *     and VEND) out of hours, in full - user, terminal,
      *     transaction, time, program, action and key.
      * Out of hours is before WS-DAY-START or from WS-DAY-END on a
      * weekday, and any time on a Saturday or Sunday. Records for
      * other days and the other drained queues are passed over,
      * so the dataset can hold more than one day.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAIN-FILE ASSIGN TO "DRNFILE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-REPORT ASSIGN TO "ONLAUDR"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DRAIN-FILE.
       01  DRAIN-RECORD.
           05  DR-QUEUE      PIC X(04).
           05  FILLER        PIC X(01).
           05  DR-TIME       PIC 9(07).
           05  FILLER        PIC X(01).
           05  DR-MESSAGE    PIC X(80).
       FD  AUDIT-REPORT.
       01  AUDIT-REPORT-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "timelgpm.cpy".
           COPY "bizdtpm.cpy".
           COPY "onlaudr.cpy".
      * The staffed online day, HHMMSS.
       01  WS-DAY-START            PIC 9(06) VALUE 070000.
       01  WS-DAY-END              PIC 9(06) VALUE 190000.
       01  WS-REPORT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-WEEKDAY              PIC 9(01) VALUE ZERO.
            88 WS-WEEKEND          VALUE 0 6.
       01  WS-DRAIN-EOF-SW         PIC X VALUE "N".
            88 DRAIN-EOF           VALUE "Y".
       01  WS-AFTER-HOURS-SW       PIC X VALUE "N".
            88 AFTER-HOURS         VALUE "Y".
       01  WS-DRAIN-READ           PIC 9(07) VALUE ZERO.
       01  WS-AUDIT-RECORDS        PIC 9(07) VALUE ZERO.
       01  WS-FLAGGED              PIC 9(07) VALUE ZERO.
       01  WS-USERS-DROPPED        PIC 9(07) VALUE ZERO.
       01  WS-USER-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 500 TIMES
                   INDEXED BY USR-NDX.
               10  WS-USR-ID           PIC X(08).
               10  WS-USR-TOTAL        PIC 9(05).
               10  WS-USR-INQUIRIES    PIC 9(05).
               10  WS-USR-QUEUED       PIC 9(05).
               10  WS-USR-UPDATED      PIC 9(05).
               10  WS-USR-PAY-VEND     PIC 9(05).
               10  WS-USR-AFTER-HOURS  PIC 9(05).
       01  WS-HEADING-1.
           05  FILLER      PIC X(40) VALUE
               "ONLINE ACTIVITY BY USER - BUSINESS DATE ".
           05  H1-DATE     PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER      PIC X(40) VALUE
               "USER      TOTAL INQUIRY QUEUED UPDATED P".
           05  FILLER      PIC X(40) VALUE
               "AY/VEND AFTER-HRS".
       01  WS-USER-LINE.
           05  UL-USER     PIC X(08).
           05  FILLER      PIC X(02) VALUE SPACES.
           05  UL-TOTAL    PIC ZZZZ9.
           05  FILLER      PIC X(03) VALUE SPACES.
           05  UL-INQUIRY  PIC ZZZZ9.
           05  FILLER      PIC X(02) VALUE SPACES.
           05  UL-QUEUED   PIC ZZZZ9.
           05  FILLER      PIC X(03) VALUE SPACES.
           05  UL-UPDATED  PIC ZZZZ9.
           05  FILLER      PIC X(04) VALUE SPACES.
           05  UL-PAY-VEND PIC ZZZZ9.
           05  FILLER      PIC X(05) VALUE SPACES.
           05  UL-AFTER-HOURS PIC ZZZZ9.
           05  UL-FLAG     PIC X(04).
       01  WS-FLAG-HEADING-1.
           05  FILLER      PIC X(40) VALUE
               "AFTER-HOURS ACCESS TO PAYMENT AND VENDOR".
           05  FILLER      PIC X(40) VALUE " DATA".
       01  WS-FLAG-HEADING-2.
           05  FILLER      PIC X(40) VALUE
               "TIME   USER     TERM TRAN PROGRAM  A TYP".
           05  FILLER      PIC X(40) VALUE "E KEY".
       01  WS-FLAG-LINE.
           05  FL-TIME     PIC X(06).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  FL-USER     PIC X(08).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  FL-TERMINAL PIC X(04).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  FL-TRANSACTION PIC X(04).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  FL-PROGRAM  PIC X(08).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  FL-ACTION   PIC X(01).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  FL-KEY-TYPE PIC X(04).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  FL-KEY      PIC X(24).
       01  WS-TOTAL-LINE.
           05  FILLER      PIC X(15) VALUE "AUDIT RECORDS: ".
           05  TL-RECORDS  PIC ZZZZZZ9.
           05  FILLER      PIC X(09) VALUE "  USERS: ".
           05  TL-USERS    PIC ZZZZ9.
           05  FILLER      PIC X(22) VALUE
               "  AFTER-HOURS PAY/VEND".
           05  FILLER      PIC X(02) VALUE ": ".
           05  TL-FLAGGED  PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "ONLAUDRP" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-BUSINESS-DATE TO WS-REPORT-DATE
      * INTEGER-OF-DATE counts from Monday 1 January 1601, so the
      * remainder by 7 is 1 for a Monday through 6 for a Saturday
      * and 0 for a Sunday.
           COMPUTE WS-WEEKDAY = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE), 7)
           OPEN OUTPUT AUDIT-REPORT.
           MOVE WS-REPORT-DATE TO H1-DATE
           MOVE WS-HEADING-1 TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE WS-HEADING-2 TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           OPEN INPUT DRAIN-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-DRAIN-FILE
               PERFORM UNTIL DRAIN-EOF
                   PERFORM P0A-TALLY-ONE-RECORD
                   PERFORM P0A-READ-DRAIN-FILE
               END-PERFORM
               CLOSE DRAIN-FILE
           END-IF.
           PERFORM P0A-WRITE-USER-SUMMARY.
           PERFORM P0A-WRITE-FLAGGED-ACCESS.
           MOVE WS-AUDIT-RECORDS TO TL-RECORDS
           MOVE WS-USER-COUNT    TO TL-USERS
           MOVE WS-FLAGGED       TO TL-FLAGGED
           MOVE SPACES TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE WS-TOTAL-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           CLOSE AUDIT-REPORT.
           DISPLAY "ONLAUDRP REPORTED " WS-AUDIT-RECORDS
               " ONLINE AUDIT RECORDS FOR " WS-REPORT-DATE
               ", " WS-FLAGGED " AFTER-HOURS PAY/VEND".
           IF  WS-USERS-DROPPED > ZERO
               DISPLAY "ONLAUDRP USER TABLE FULL - " WS-USERS-DROPPED
                   " RECORDS NOT SUMMARIZED"
           END-IF.
           MOVE "ONLAUDRP" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-READ-DRAIN-FILE.
           READ DRAIN-FILE
               AT END
                   SET DRAIN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DRAIN-READ
           END-READ.
      * Only OAUD records for the business day count; the check for
      * out of hours is made once here and used by both sections.
       P0A-SELECT-AUDIT-RECORD.
           MOVE "N" TO WS-AFTER-HOURS-SW
           MOVE SPACES TO ONLINE-AUDIT-RECORD
           IF  DR-QUEUE = "OAUD"
               MOVE DR-MESSAGE TO ONLINE-AUDIT-RECORD
           END-IF
           IF  OR-DATE NOT NUMERIC
               OR OR-DATE NOT = WS-REPORT-DATE
               MOVE SPACES TO ONLINE-AUDIT-RECORD
           ELSE
               IF  WS-WEEKEND
                   OR OR-TIME < WS-DAY-START
                   OR OR-TIME NOT < WS-DAY-END
                   SET AFTER-HOURS TO TRUE
               END-IF
           END-IF.
       P0A-TALLY-ONE-RECORD.
           PERFORM P0A-SELECT-AUDIT-RECORD
           IF  ONLINE-AUDIT-RECORD NOT = SPACES
               ADD 1 TO WS-AUDIT-RECORDS
               SET USR-NDX TO 1
               SEARCH WS-USER-ENTRY
                   AT END
                       ADD 1 TO WS-USERS-DROPPED
                   WHEN USR-NDX > WS-USER-COUNT
                       ADD 1 TO WS-USER-COUNT
                       MOVE OR-USER-ID TO WS-USR-ID(USR-NDX)
                       MOVE ZERO TO WS-USR-TOTAL(USR-NDX)
                                    WS-USR-INQUIRIES(USR-NDX)
                                    WS-USR-QUEUED(USR-NDX)
                                    WS-USR-UPDATED(USR-NDX)
                                    WS-USR-PAY-VEND(USR-NDX)
                                    WS-USR-AFTER-HOURS(USR-NDX)
                       PERFORM P0A-COUNT-ONE-RECORD
                   WHEN WS-USR-ID(USR-NDX) = OR-USER-ID
                       PERFORM P0A-COUNT-ONE-RECORD
               END-SEARCH
           END-IF.
       P0A-COUNT-ONE-RECORD.
           ADD 1 TO WS-USR-TOTAL(USR-NDX)
           EVALUATE TRUE
               WHEN OR-QUEUED-CHANGE
                   ADD 1 TO WS-USR-QUEUED(USR-NDX)
               WHEN OR-DIRECT-UPDATE
                   ADD 1 TO WS-USR-UPDATED(USR-NDX)
               WHEN OTHER
                   ADD 1 TO WS-USR-INQUIRIES(USR-NDX)
           END-EVALUATE
           IF  OR-PAYMENT-OR-VENDOR
               ADD 1 TO WS-USR-PAY-VEND(USR-NDX)
               IF  AFTER-HOURS
                   ADD 1 TO WS-USR-AFTER-HOURS(USR-NDX)
                   ADD 1 TO WS-FLAGGED
               END-IF
           END-IF.
       P0A-WRITE-USER-SUMMARY.
           PERFORM VARYING USR-NDX FROM 1 BY 1
                   UNTIL USR-NDX > WS-USER-COUNT
               MOVE WS-USR-ID(USR-NDX)          TO UL-USER
               MOVE WS-USR-TOTAL(USR-NDX)       TO UL-TOTAL
               MOVE WS-USR-INQUIRIES(USR-NDX)   TO UL-INQUIRY
               MOVE WS-USR-QUEUED(USR-NDX)      TO UL-QUEUED
               MOVE WS-USR-UPDATED(USR-NDX)     TO UL-UPDATED
               MOVE WS-USR-PAY-VEND(USR-NDX)    TO UL-PAY-VEND
               MOVE WS-USR-AFTER-HOURS(USR-NDX) TO UL-AFTER-HOURS
               MOVE SPACES TO UL-FLAG
               IF  WS-USR-AFTER-HOURS(USR-NDX) > ZERO
                   MOVE " ***" TO UL-FLAG
               END-IF
               MOVE WS-USER-LINE TO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD
           END-PERFORM.
      * A second pass over the drained records lists each flagged
      * touch in the order it happened.
       P0A-WRITE-FLAGGED-ACCESS.
           MOVE SPACES TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE WS-FLAG-HEADING-1 TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE WS-FLAG-HEADING-2 TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE "N" TO WS-DRAIN-EOF-SW
           OPEN INPUT DRAIN-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-DRAIN-FILE
               PERFORM UNTIL DRAIN-EOF
                   PERFORM P0A-LIST-ONE-RECORD
                   PERFORM P0A-READ-DRAIN-FILE
               END-PERFORM
               CLOSE DRAIN-FILE
           END-IF.
       P0A-LIST-ONE-RECORD.
           PERFORM P0A-SELECT-AUDIT-RECORD
           IF  ONLINE-AUDIT-RECORD NOT = SPACES
               AND OR-PAYMENT-OR-VENDOR
               AND AFTER-HOURS
               MOVE OR-TIME        TO FL-TIME
               MOVE OR-USER-ID     TO FL-USER
               MOVE OR-TERMINAL    TO FL-TERMINAL
               MOVE OR-TRANSACTION TO FL-TRANSACTION
               MOVE OR-PROGRAM-ID  TO FL-PROGRAM
               MOVE OR-ACTION      TO FL-ACTION
               MOVE OR-KEY-TYPE    TO FL-KEY-TYPE
               MOVE OR-KEY-VALUE   TO FL-KEY
               MOVE WS-FLAG-LINE TO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD
           END-IF.
