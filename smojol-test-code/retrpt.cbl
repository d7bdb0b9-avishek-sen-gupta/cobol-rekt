       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RETRPT.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * RETRPT - retainage outstanding by project. Lists every
      * entry on the RETLEDG ledger with a balance still held,
      * sorted by PO (the project) and vendor: the PO's retainage
      * percentage, the total held back to date, anything already
      * released, the outstanding balance and the date the first
      * holdback was taken, with a total per project and a grand
      * total. The outstanding total is what the retainage payable
      * account must agree to, and an old first-held date on a job
      * long finished is a completion card nobody sent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETAINAGE-LEDGER ASSIGN TO "RETLEDG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SORTED-LEDGER ASSIGN TO "RETLEDGS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK01".
           SELECT REPORT-OUT ASSIGN TO "RETRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETAINAGE-LEDGER.
           COPY "retled.cpy".
       FD  SORTED-LEDGER.
       01  SORTED-LEDGER-RECORD.
           05  SL-VENDOR-ID       PIC X(04).
           05  SL-SOME-PART-2     PIC X(04).
           05  SL-PO-NUMBER       PIC X(08).
           05  SL-COMPANY-CODE    PIC X(02).
           05  SL-CURRENCY-CODE   PIC X(04).
           05  SL-RETAIN-PCT      PIC 9(02)V99.
           05  SL-RETAINED        PIC 9(11)V99.
           05  SL-RELEASED        PIC 9(11)V99.
           05  SL-BALANCE         PIC 9(11)V99.
           05  SL-FIRST-HELD      PIC 9(08).
           05  SL-LAST-MOVED      PIC 9(08).
       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SW-VENDOR-ID       PIC X(04).
           05  FILLER             PIC X(04).
           05  SW-PO-NUMBER       PIC X(08).
           05  FILLER             PIC X(65).
       FD  REPORT-OUT.
       01  REPORT-OUT-RECORD     PIC X(96).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
       01  WS-LEDGER-EOF-SW        PIC X VALUE "N".
            88 LEDGER-EOF          VALUE "Y".
       01  WS-PRIOR-PO             PIC X(08) VALUE SPACES.
       01  WS-ENTRIES-READ         PIC 9(07) VALUE ZERO.
       01  WS-ENTRIES-LISTED       PIC 9(07) VALUE ZERO.
       01  WS-PROJECT-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-PROJECT-TOTAL        PIC 9(13)V99 VALUE ZERO.
       01  WS-OUTSTANDING-TOTAL    PIC 9(13)V99 VALUE ZERO.
       01  WS-HEADING-1.
           05  FILLER  PIC X(36)
                   VALUE "RETAINAGE OUTSTANDING BY PROJECT AT ".
           05  HL-DATE PIC 9(08).
       01  WS-HEADING-2.
           05  FILLER  PIC X(21) VALUE "PO       VEND CO CURR".
           05  FILLER  PIC X(07) VALUE "    PCT".
           05  FILLER  PIC X(17) VALUE "         RETAINED".
           05  FILLER  PIC X(17) VALUE "         RELEASED".
           05  FILLER  PIC X(17) VALUE "      OUTSTANDING".
           05  FILLER  PIC X(12) VALUE "  FIRST HELD".
       01  WS-DETAIL-LINE.
           05  DL-PO          PIC X(08).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  DL-VENDOR      PIC X(04).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  DL-COMPANY     PIC X(02).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  DL-CURRENCY    PIC X(04).
           05  FILLER         PIC X(02) VALUE SPACES.
           05  DL-PCT         PIC Z9.99.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  DL-RETAINED    PIC ZZZZZZZZZZZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  DL-RELEASED    PIC ZZZZZZZZZZZZ9.99.
           05  FILLER         PIC X(01) VALUE SPACE.
           05  DL-BALANCE     PIC ZZZZZZZZZZZZ9.99.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  DL-FIRST-HELD  PIC 9(08).
       01  WS-PROJECT-LINE.
           05  FILLER         PIC X(09) VALUE SPACES.
           05  FILLER         PIC X(13) VALUE "PROJECT TOTAL".
           05  FILLER         PIC X(41) VALUE SPACES.
           05  PL-BALANCE     PIC ZZZZZZZZZZZZ9.99.
       01  WS-TOTAL-LINE.
           05  FILLER         PIC X(18) VALUE "TOTAL OUTSTANDING ".
           05  TL-COUNT       PIC ZZZZZZ9.
           05  FILLER         PIC X(09) VALUE " ENTRIES ".
           05  FILLER         PIC X(29) VALUE SPACES.
           05  TL-AMOUNT      PIC ZZZZZZZZZZZZ9.99.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "RETRPT" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS.
      * The ledger is kept in the order holdbacks first arrived -
      * sort it by project so each PO's vendors list together.
           SORT SORT-WORK
               ON ASCENDING KEY SW-PO-NUMBER
               ON ASCENDING KEY SW-VENDOR-ID
               USING RETAINAGE-LEDGER
               GIVING SORTED-LEDGER.
           OPEN OUTPUT REPORT-OUT.
           MOVE BZ-BUSINESS-DATE TO HL-DATE.
           MOVE WS-HEADING-1 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           MOVE WS-HEADING-2 TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           OPEN INPUT SORTED-LEDGER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-LEDGER
               PERFORM UNTIL LEDGER-EOF
                   IF  SL-BALANCE > ZERO
                       PERFORM P0A-LIST-ONE-ENTRY
                   END-IF
                   PERFORM P0A-READ-LEDGER
               END-PERFORM
               CLOSE SORTED-LEDGER
           END-IF.
           PERFORM P0A-CLOSE-PROJECT.
           MOVE WS-ENTRIES-LISTED    TO TL-COUNT.
           MOVE WS-OUTSTANDING-TOTAL TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           CLOSE REPORT-OUT.
           DISPLAY "RETRPT LEDGER=" WS-ENTRIES-READ
               " OUTSTANDING=" WS-ENTRIES-LISTED
               " FOR " WS-OUTSTANDING-TOTAL.
           MOVE "RETRPT" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-READ-LEDGER.
           READ SORTED-LEDGER
               AT END
                   SET LEDGER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ENTRIES-READ
           END-READ.
       P0A-LIST-ONE-ENTRY.
           IF  SL-PO-NUMBER NOT = WS-PRIOR-PO
               PERFORM P0A-CLOSE-PROJECT
               MOVE SL-PO-NUMBER TO WS-PRIOR-PO
           END-IF
           MOVE SL-PO-NUMBER     TO DL-PO
           MOVE SL-VENDOR-ID     TO DL-VENDOR
           MOVE SL-COMPANY-CODE  TO DL-COMPANY
           MOVE SL-CURRENCY-CODE TO DL-CURRENCY
           MOVE SL-RETAIN-PCT    TO DL-PCT
           MOVE SL-RETAINED      TO DL-RETAINED
           MOVE SL-RELEASED      TO DL-RELEASED
           MOVE SL-BALANCE       TO DL-BALANCE
           MOVE SL-FIRST-HELD    TO DL-FIRST-HELD
           MOVE WS-DETAIL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD
           ADD 1 TO WS-ENTRIES-LISTED
           ADD 1 TO WS-PROJECT-COUNT
           ADD SL-BALANCE TO WS-PROJECT-TOTAL
           ADD SL-BALANCE TO WS-OUTSTANDING-TOTAL.
      * A project total is printed only where the PO carries more
      * than one line - a single line is its own total.
       P0A-CLOSE-PROJECT.
           IF  WS-PROJECT-COUNT > 1
               MOVE WS-PROJECT-TOTAL TO PL-BALANCE
               MOVE WS-PROJECT-LINE TO REPORT-OUT-RECORD
               WRITE REPORT-OUT-RECORD
           END-IF
           MOVE ZERO TO WS-PROJECT-COUNT
           MOVE ZERO TO WS-PROJECT-TOTAL.
