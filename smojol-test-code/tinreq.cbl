       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TINREQ.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * TINREQ - periodic TIN-matching request. Until now a wrong
      * vendor TIN surfaced only when the tax office sent a notice
      * about it. This step matches the vendor master against the
      * VENDTIN file (both in vendor order) and, for every active
      * vendor with a TIN on file, writes one line of the tax
      * authority's bulk TIN-matching request - TIN type, TIN, name
      * control (or the vendor name when no control is held) and
      * our vendor id as the account number, semicolon-delimited -
      * and marks the vendor S with tonight's date on the new
      * VENDTIN generation. The listing names every active vendor
      * with no TIN to send, and every open B-notice case whose
      * certification due date has passed, so AP chases both.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMSTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OLD-TIN-FILE ASSIGN TO "VENDTIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NEW-TIN-FILE ASSIGN TO "VENDTINN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REQUEST-OUT ASSIGN TO "TINREQ"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REPORT-OUT ASSIGN TO "TINRPT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER.
           COPY "vendmstr.cpy".
       FD  OLD-TIN-FILE.
           COPY "vendtin.cpy".
       FD  NEW-TIN-FILE.
       01  NEW-TIN-RECORD         PIC X(58).
       FD  REQUEST-OUT.
       01  REQUEST-OUT-RECORD     PIC X(80).
       FD  REPORT-OUT.
       01  REPORT-OUT-RECORD      PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
       01  WS-MASTER-EOF-SW        PIC X VALUE "N".
            88 MASTER-EOF          VALUE "Y".
       01  WS-TIN-EOF-SW           PIC X VALUE "N".
            88 TIN-EOF             VALUE "Y".
       01  WS-MASTER-KEY           PIC X(04) VALUE LOW-VALUES.
       01  WS-TIN-KEY              PIC X(04) VALUE LOW-VALUES.
       01  WS-VENDORS-READ         PIC 9(07) VALUE ZERO.
       01  WS-REQUESTS-WRITTEN     PIC 9(07) VALUE ZERO.
       01  WS-NO-TIN               PIC 9(07) VALUE ZERO.
       01  WS-CASES-OVERDUE        PIC 9(07) VALUE ZERO.
       01  WS-REQUEST-NAME         PIC X(30).
       01  WS-REQUEST-PTR          PIC 9(03) COMP VALUE 1.
       01  WS-HEADING-LINE.
           05  FILLER  PIC X(36)
                   VALUE "TIN-MATCHING REQUEST - EXCEPTIONS   ".
           05  HL-DATE PIC 9(08).
       01  WS-DETAIL-LINE.
           05  DL-VENDOR    PIC X(04).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  DL-NAME      PIC X(30).
           05  FILLER       PIC X(02) VALUE SPACES.
           05  DL-TEXT      PIC X(30).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  DL-DATE      PIC 9(08).
       01  WS-TOTAL-LINE.
           05  FILLER       PIC X(20) VALUE "REQUESTS WRITTEN:   ".
           05  TL-REQUESTS  PIC ZZZZZZ9.
           05  FILLER       PIC X(12) VALUE "   NO TIN:  ".
           05  TL-NO-TIN    PIC ZZZZZZ9.
           05  FILLER       PIC X(20) VALUE "   CASES OVERDUE:   ".
           05  TL-OVERDUE   PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "TINREQ" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS.
           OPEN INPUT VENDOR-MASTER.
           OPEN INPUT OLD-TIN-FILE.
           OPEN OUTPUT NEW-TIN-FILE.
           OPEN OUTPUT REQUEST-OUT.
           OPEN OUTPUT REPORT-OUT.
           MOVE BZ-BUSINESS-DATE TO HL-DATE.
           MOVE WS-HEADING-LINE TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           PERFORM P0A-READ-MASTER.
           PERFORM P0A-READ-TIN.
           PERFORM UNTIL MASTER-EOF AND TIN-EOF
               EVALUATE TRUE
                   WHEN WS-MASTER-KEY < WS-TIN-KEY
                       IF  VM-ACTIVE
                           MOVE "NO TIN ON FILE" TO DL-TEXT
                           MOVE ZERO TO DL-DATE
                           PERFORM P0A-WRITE-DETAIL-LINE
                           ADD 1 TO WS-NO-TIN
                       END-IF
                       PERFORM P0A-READ-MASTER
                   WHEN WS-MASTER-KEY > WS-TIN-KEY
                       MOVE SPACES TO VM-VENDOR-NAME
                       PERFORM P0A-CHECK-CASE-DUE
                       PERFORM P0A-COPY-TIN
                       PERFORM P0A-READ-TIN
                   WHEN OTHER
                       IF  VM-ACTIVE AND TN-TIN NOT = SPACES
                           PERFORM P0A-WRITE-REQUEST
                       END-IF
                       PERFORM P0A-CHECK-CASE-DUE
                       PERFORM P0A-COPY-TIN
                       PERFORM P0A-READ-MASTER
                       PERFORM P0A-READ-TIN
               END-EVALUATE
           END-PERFORM.
           MOVE WS-REQUESTS-WRITTEN TO TL-REQUESTS.
           MOVE WS-NO-TIN           TO TL-NO-TIN.
           MOVE WS-CASES-OVERDUE    TO TL-OVERDUE.
           MOVE WS-TOTAL-LINE TO REPORT-OUT-RECORD.
           WRITE REPORT-OUT-RECORD.
           CLOSE VENDOR-MASTER.
           CLOSE OLD-TIN-FILE.
           CLOSE NEW-TIN-FILE.
           CLOSE REQUEST-OUT.
           CLOSE REPORT-OUT.
           DISPLAY "TINREQ VENDORS=" WS-VENDORS-READ
               " REQUESTS=" WS-REQUESTS-WRITTEN
               " NO TIN=" WS-NO-TIN
               " CASES OVERDUE=" WS-CASES-OVERDUE.
           MOVE "TINREQ" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-READ-MASTER.
           READ VENDOR-MASTER
               AT END
                   SET MASTER-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   ADD 1 TO WS-VENDORS-READ
                   MOVE VM-VENDOR-ID TO WS-MASTER-KEY
           END-READ.
       P0A-READ-TIN.
           READ OLD-TIN-FILE
               AT END
                   SET TIN-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-TIN-KEY
               NOT AT END
                   MOVE TN-VENDOR-ID TO WS-TIN-KEY
           END-READ.
      * The matching service allows no semicolon inside a field,
      * and a blank name control means it derives one from the
      * name we send.
       P0A-WRITE-REQUEST.
           IF  TN-NAME-CONTROL = SPACES
               MOVE VM-VENDOR-NAME  TO WS-REQUEST-NAME
           ELSE
               MOVE TN-NAME-CONTROL TO WS-REQUEST-NAME
           END-IF
           INSPECT WS-REQUEST-NAME REPLACING ALL ";" BY "-"
           MOVE SPACES TO REQUEST-OUT-RECORD
           MOVE 1 TO WS-REQUEST-PTR
           STRING TN-TIN-TYPE ";" TN-TIN ";"
                   DELIMITED BY SIZE
               WS-REQUEST-NAME
                   DELIMITED BY "  "
               ";" TN-VENDOR-ID
                   DELIMITED BY SIZE
               INTO REQUEST-OUT-RECORD
               WITH POINTER WS-REQUEST-PTR
           END-STRING
           WRITE REQUEST-OUT-RECORD
           ADD 1 TO WS-REQUESTS-WRITTEN
           SET TN-SENT TO TRUE
           MOVE BZ-BUSINESS-DATE TO TN-REQUEST-DATE.
       P0A-CHECK-CASE-DUE.
           IF  TN-CASE-OPEN
               AND TN-CASE-DUE-DATE < BZ-BUSINESS-DATE
               MOVE "B-NOTICE CERTIFICATION OVERDUE" TO DL-TEXT
               MOVE TN-CASE-DUE-DATE TO DL-DATE
               MOVE TN-VENDOR-ID     TO DL-VENDOR
               MOVE VM-VENDOR-NAME   TO DL-NAME
               MOVE WS-DETAIL-LINE TO REPORT-OUT-RECORD
               WRITE REPORT-OUT-RECORD
               ADD 1 TO WS-CASES-OVERDUE
           END-IF.
       P0A-WRITE-DETAIL-LINE.
           MOVE VM-VENDOR-ID   TO DL-VENDOR
           MOVE VM-VENDOR-NAME TO DL-NAME
           MOVE WS-DETAIL-LINE TO REPORT-OUT-RECORD
           WRITE REPORT-OUT-RECORD.
       P0A-COPY-TIN.
           MOVE VENDOR-TIN-RECORD TO NEW-TIN-RECORD
           WRITE NEW-TIN-RECORD.
