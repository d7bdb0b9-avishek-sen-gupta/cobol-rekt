       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HOLMNT.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * HOLMNT - bank-holiday calendar maintenance, the job TINMNT
      * gives the taxpayer IDs. Applies an add / delete transaction
      * file (HOLTRAN, in calendar then date order) against the
      * sequential BANKHOL calendar file, writing the updated file
      * to BANKHOLN and one line per card, applied or rejected, to
      * the HOLRPT listing. A card names the calendar - the payment
      * currency code, or blank for the domestic calendar - the
      * holiday date, a description and the keying user. Next
      * year's dates are normally keyed as one batch of adds once
      * the central banks publish them; HOLCHK in the nightly suite
      * warns from the autumn on about any calendar still without
      * them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CALENDAR ASSIGN TO "BANKHOL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "HOLTRAN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NEW-CALENDAR ASSIGN TO "BANKHOLN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-OUT ASSIGN TO "HOLRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CALENDAR.
       01  OLD-HOLIDAY-RECORD     PIC X(32).
       FD  TRAN-FILE.
       01  HOL-TRAN-RECORD.
           05  HT-ACTION          PIC X(01).
               88  HT-ADD         VALUE "A".
               88  HT-DELETE      VALUE "D".
           05  HT-KEY.
               10  HT-CALENDAR    PIC X(04).
               10  HT-DATE        PIC 9(08).
           05  HT-DATE-PARTS REDEFINES HT-KEY.
               10  FILLER         PIC X(04).
               10  HT-YEAR        PIC 9(04).
               10  HT-MONTH       PIC 9(02).
               10  HT-DAY         PIC 9(02).
           05  HT-DESCRIPTION     PIC X(20).
           05  HT-USER-ID         PIC X(08).
       FD  NEW-CALENDAR.
           COPY "bankhol.cpy".
       FD  REPORT-OUT.
       01  HOL-REPORT-RECORD.
           05  HR-ACTION          PIC X(01).
           05  FILLER             PIC X(01).
           05  HR-CALENDAR        PIC X(08).
           05  FILLER             PIC X(01).
           05  HR-DATE            PIC X(08).
           05  FILLER             PIC X(01).
           05  HR-DESCRIPTION     PIC X(20).
           05  FILLER             PIC X(01).
           05  HR-RESULT          PIC X(30).
           05  FILLER             PIC X(01).
           05  HR-USER-ID         PIC X(08).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
       01  WS-MASTER-EOF-SW        PIC X VALUE "N".
            88 MASTER-EOF          VALUE "Y".
       01  WS-TRAN-EOF-SW          PIC X VALUE "N".
            88 TRAN-EOF            VALUE "Y".
       01  WS-TRAN-VALID-SW        PIC X VALUE "N".
            88 TRAN-VALID          VALUE "Y".
       01  WS-MASTER-KEY           PIC X(12) VALUE LOW-VALUES.
       01  WS-TRAN-KEY             PIC X(12) VALUE LOW-VALUES.
       01  WS-LAST-ADDED-KEY       PIC X(12) VALUE LOW-VALUES.
       01  WS-TRANS-APPLIED        PIC 9(07) VALUE ZERO.
       01  WS-TRANS-REJECTED       PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-WRITTEN      PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           OPEN INPUT OLD-CALENDAR.
           OPEN INPUT TRAN-FILE.
           OPEN OUTPUT NEW-CALENDAR.
           OPEN OUTPUT REPORT-OUT.
           PERFORM P0A-READ-MASTER.
           PERFORM P0A-READ-TRAN.
           PERFORM UNTIL MASTER-EOF AND TRAN-EOF
               EVALUATE TRUE
                   WHEN WS-MASTER-KEY < WS-TRAN-KEY
                       PERFORM P0A-COPY-MASTER
                       PERFORM P0A-READ-MASTER
                   WHEN WS-MASTER-KEY > WS-TRAN-KEY
                       PERFORM P0A-APPLY-UNMATCHED-TRAN
                       PERFORM P0A-READ-TRAN
                   WHEN OTHER
                       PERFORM P0A-APPLY-MATCHED-TRAN
               END-EVALUATE
           END-PERFORM.
           CLOSE OLD-CALENDAR.
           CLOSE TRAN-FILE.
           CLOSE NEW-CALENDAR.
           CLOSE REPORT-OUT.
           DISPLAY "HOLMNT APPLIED=" WS-TRANS-APPLIED
               " REJECTED=" WS-TRANS-REJECTED
               " CALENDAR OUT=" WS-RECORDS-WRITTEN.
           IF  WS-TRANS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      * The key is calendar then date, so a date-only record from
      * before calendars were kept sorts as domestic, ahead of the
      * currency calendars.
       P0A-READ-MASTER.
           READ OLD-CALENDAR
               AT END
                   SET MASTER-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   MOVE OLD-HOLIDAY-RECORD(9:4) TO WS-MASTER-KEY(1:4)
                   MOVE OLD-HOLIDAY-RECORD(1:8) TO WS-MASTER-KEY(5:8)
           END-READ.
       P0A-READ-TRAN.
           READ TRAN-FILE
               AT END
                   SET TRAN-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-TRAN-KEY
               NOT AT END
                   MOVE HT-KEY TO WS-TRAN-KEY
           END-READ.
       P0A-COPY-MASTER.
           MOVE OLD-HOLIDAY-RECORD TO HOLIDAY-RECORD
           WRITE HOLIDAY-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN.
       P0A-EDIT-TRAN.
           MOVE "Y" TO WS-TRAN-VALID-SW
           EVALUATE TRUE
               WHEN HT-USER-ID = SPACES
                   MOVE "NO KEYING USER ON TRANSACTION" TO HR-RESULT
                   PERFORM P0A-WRITE-REJECT
               WHEN HT-DATE NOT NUMERIC
                   MOVE "HOLIDAY DATE NOT NUMERIC" TO HR-RESULT
                   PERFORM P0A-WRITE-REJECT
               WHEN HT-YEAR < 2000
                 OR HT-MONTH < 1 OR HT-MONTH > 12
                 OR HT-DAY < 1 OR HT-DAY > 31
                   MOVE "INVALID HOLIDAY DATE" TO HR-RESULT
                   PERFORM P0A-WRITE-REJECT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * The card's date is not on the calendar: only an add is
      * legal here - deleting a holiday that is not there is a
      * reject.
       P0A-APPLY-UNMATCHED-TRAN.
           PERFORM P0A-START-REPORT-LINE
           EVALUATE TRUE
               WHEN NOT HT-ADD AND NOT HT-DELETE
                   MOVE "INVALID ACTION CODE" TO HR-RESULT
                   PERFORM P0A-WRITE-REJECT
               WHEN HT-DELETE
                   MOVE "HOLIDAY NOT ON CALENDAR" TO HR-RESULT
                   PERFORM P0A-WRITE-REJECT
               WHEN WS-TRAN-KEY = WS-LAST-ADDED-KEY
                   MOVE "DUPLICATE HOLIDAY ON ADD" TO HR-RESULT
                   PERFORM P0A-WRITE-REJECT
               WHEN OTHER
                   PERFORM P0A-EDIT-TRAN
                   IF  TRAN-VALID
                       MOVE SPACES         TO HOLIDAY-RECORD
                       MOVE HT-DATE        TO HOL-DATE
                       MOVE HT-CALENDAR    TO HOL-CALENDAR
                       MOVE HT-DESCRIPTION TO HOL-DESCRIPTION
                       WRITE HOLIDAY-RECORD
                       ADD 1 TO WS-RECORDS-WRITTEN
                       MOVE WS-TRAN-KEY TO WS-LAST-ADDED-KEY
                       MOVE "ADDED" TO HR-RESULT
                       PERFORM P0A-WRITE-APPLIED
                   END-IF
           END-EVALUATE.
      * The card's date is already on the calendar: a delete drops
      * it, an add is a duplicate reject and the record is copied
      * forward on the next pass of the merge.
       P0A-APPLY-MATCHED-TRAN.
           PERFORM P0A-START-REPORT-LINE
           EVALUATE TRUE
               WHEN HT-ADD
                   MOVE "DUPLICATE HOLIDAY ON ADD" TO HR-RESULT
                   PERFORM P0A-WRITE-REJECT
               WHEN HT-DELETE
                   PERFORM P0A-EDIT-TRAN
                   IF  TRAN-VALID
                       MOVE "DELETED" TO HR-RESULT
                       PERFORM P0A-WRITE-APPLIED
                       PERFORM P0A-READ-MASTER
                   END-IF
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO HR-RESULT
                   PERFORM P0A-WRITE-REJECT
           END-EVALUATE
           PERFORM P0A-READ-TRAN.
       P0A-START-REPORT-LINE.
           MOVE SPACES         TO HOL-REPORT-RECORD
           MOVE HT-ACTION      TO HR-ACTION
           IF  HT-CALENDAR = SPACES
               MOVE "DOMESTIC" TO HR-CALENDAR
           ELSE
               MOVE HT-CALENDAR TO HR-CALENDAR
           END-IF
           MOVE HT-KEY(5:8)    TO HR-DATE
           MOVE HT-DESCRIPTION TO HR-DESCRIPTION
           MOVE HT-USER-ID     TO HR-USER-ID.
       P0A-WRITE-APPLIED.
           WRITE HOL-REPORT-RECORD
           ADD 1 TO WS-TRANS-APPLIED.
       P0A-WRITE-REJECT.
           MOVE "N" TO WS-TRAN-VALID-SW
           WRITE HOL-REPORT-RECORD
           ADD 1 TO WS-TRANS-REJECTED.
