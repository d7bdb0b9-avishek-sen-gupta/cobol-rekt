      * meant a one-off job written under pressure. Driven by an
      * ARCPARM card (archive name, date range, optional key - a
      * program ID for CTLTOT/TIMELOG, a vendor for VCAUDIT and
      * INVHIST, a billing account for ACCTARCH), this step scans
      * the named archive on the same stamped-date positions RETAIN
      * splits on (for ACCTARCH, the date BILLPURG purged the
      * account), writes matching records to both a formatted
      * report and a raw extract file, and proves its counts:
      * scanned, matched, and written must agree or the step ends
      * RETURN-CODE 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-HISTORY-ARCH ASSIGN TO "INVHISTA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCOUNT-ARCH ASSIGN TO "ACCTARCH"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REPORT-OUT ASSIGN TO "ARCRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXTRACT-OUT ASSIGN TO "ARCEXT"
           05  AQ-ARCHIVE-NAME    PIC X(08).
           05  AQ-DATE-FROM       PIC 9(08).
           05  AQ-DATE-TO         PIC 9(08).
           05  AQ-KEY-VALUE       PIC X(10).
           05  FILLER             PIC X(46).
       FD  SUITE-ERRORS-ARCH.
       01  SUITE-ERRORS-ARCH-LINE PIC X(87).
       FD  CONTROL-TOTALS-ARCH.
       01  TIMING-LOG-ARCH-LINE  PIC X(34).
       FD  INVOICE-HISTORY-ARCH.
       01  INVOICE-HISTORY-ARCH-LINE PIC X(43).
       FD  ACCOUNT-ARCH.
       01  ACCOUNT-ARCH-LINE     PIC X(147).
       FD  REPORT-OUT.
       01  REPORT-OUT-RECORD     PIC X(156).
       FD  EXTRACT-OUT.
       01  EXTRACT-OUT-RECORD    PIC X(147).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "timelgpm.cpy".
       01  WS-ARCHIVE-NAME         PIC X(08) VALUE SPACES.
       01  WS-DATE-FROM            PIC 9(08) VALUE ZERO.
       01  WS-DATE-TO              PIC 9(08) VALUE 99999999.
       01  WS-KEY-VALUE            PIC X(10) VALUE SPACES.
       01  WS-RECORDS-SCANNED      PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-MATCHED      PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-WRITTEN      PIC 9(07) VALUE ZERO.
       01  WS-RECORD-DATE          PIC 9(08) VALUE ZERO.
       01  WS-RECORD-KEY           PIC X(10) VALUE SPACES.
       01  WS-WORK-LINE            PIC X(147) VALUE SPACES.
       01  WS-HEADING-LINE.
           05  FILLER       PIC X(18) VALUE "ARCHIVE INQUIRY - ".
           05  HL-ARCHIVE   PIC X(08).
           05  FILLER       PIC X(01) VALUE "-".
           05  HL-TO        PIC 9(08).
           05  FILLER       PIC X(05) VALUE " KEY ".
           05  HL-KEY       PIC X(10).
       01  WS-DETAIL-LINE.
           05  DL-DATE      PIC 9(08).
           05  FILLER       PIC X(01) VALUE SPACE.
           05  DL-RECORD    PIC X(147).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
                   PERFORM P0A-SCAN-TIMING-LOG
               WHEN "INVHIST "
                   PERFORM P0A-SCAN-INVOICE-HISTORY
               WHEN "ACCTARCH"
                   PERFORM P0A-SCAN-ACCOUNT-ARCHIVE
               WHEN OTHER
                   DISPLAY "ARCHINQ UNKNOWN ARCHIVE "
                       WS-ARCHIVE-NAME
               END-READ
               CLOSE PARM-CARD
           END-IF.
      * One judge for all six shapes: the caller positions the
      * stamped date and the optional key field before performing
      * it, the same positions RETAIN splits each file on.
       P0A-JUDGE-AND-WRITE.
               AT END
                   SET ARCH-EOF TO TRUE
           END-READ.
      * Every record of a purged account carries the purge date and
      * the account up front, whatever image follows.
       P0A-SCAN-ACCOUNT-ARCHIVE.
           OPEN INPUT ACCOUNT-ARCH.
           IF  FS-SUCCESS
               PERFORM P0A-READ-ACCOUNT-ARCHIVE
               PERFORM UNTIL ARCH-EOF
                   MOVE ACCOUNT-ARCH-LINE(1:8)
                       TO WS-RECORD-DATE
                   MOVE ACCOUNT-ARCH-LINE(9:10)
                       TO WS-RECORD-KEY
                   MOVE ACCOUNT-ARCH-LINE TO WS-WORK-LINE
                   PERFORM P0A-JUDGE-AND-WRITE
                   PERFORM P0A-READ-ACCOUNT-ARCHIVE
               END-PERFORM
               CLOSE ACCOUNT-ARCH
           END-IF.
       P0A-READ-ACCOUNT-ARCHIVE.
           READ ACCOUNT-ARCH
               AT END
                   SET ARCH-EOF TO TRUE
           END-READ.
