       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRTSTRM.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * PRTSTRM - common print stream for the mailed documents.
      * BILLSTMT, DUNNING, REMITADV and VENDSTMT each still write
      * their own print file, but the mail room no longer feeds
      * those through one by one at full postage: every document
      * they produce is also queued on PRTQUEUE (prtqueue.cpy)
      * with its addressee, and this step drains the queue into
      * the print vendor's composed file. The queued lines are
      * sorted on postal code and then name and address, which is
      * the presort the postage discount asks for, and every
      * document for the same addressee - a statement and a dunning
      * notice for one customer, an advice and a statement for one
      * vendor - goes into one envelope. PRTVEND carries an E
      * record per envelope with the address and its insert and
      * page counts, an I record per document in it, the document's
      * L print lines, and a closing T record of envelopes,
      * documents and pages for the vendor to agree to. Documents
      * queued with no address go to the PRTHELD listing for the
      * mail room instead. The queue's per-run trailers carry each
      * producer's own document and page counts; PRTSTRM adds up
      * what it actually read per producer and reports both on
      * PRTSRPT, and a producer that does not tie sets RC 4. The
      * queue is cumulative - the month-end statements wait on it
      * for the next nightly stream and so share envelopes with
      * that night's notices and advices - and the JCL empties it
      * only behind a clean step. An envelope too large for the
      * line buffer stops the step with RC 12 and the queue kept.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-QUEUE ASSIGN TO "PRTQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SORTED-QUEUE ASSIGN TO "PRTQSRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK01".
           SELECT VENDOR-FILE ASSIGN TO "PRTVEND"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT HELD-LISTING ASSIGN TO "PRTHELD"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT STREAM-REPORT ASSIGN TO "PRTSRPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-QUEUE.
       01  PRINT-QUEUE-IN-REC     PIC X(229).
       FD  SORTED-QUEUE.
           COPY "prtqueue.cpy".
       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SW-RECORD-TYPE     PIC X(01).
           05  SW-SOURCE          PIC X(08).
           05  SW-RUN-STAMP       PIC X(14).
           05  SW-DOC-SEQ         PIC X(07).
           05  SW-LINE-SEQ        PIC X(05).
           05  FILLER             PIC X(14).
           05  SW-MAIL-NAME       PIC X(30).
           05  SW-MAIL-ADDR-1     PIC X(30).
           05  SW-MAIL-ADDR-2     PIC X(30).
           05  SW-MAIL-POSTAL     PIC X(10).
           05  FILLER             PIC X(80).
       FD  VENDOR-FILE.
       01  VF-ENVELOPE-RECORD.
           05  VE-RECORD-TYPE     PIC X(01).
           05  VE-ENVELOPE-NO     PIC 9(07).
           05  VE-INSERT-COUNT    PIC 9(03).
           05  VE-PAGE-COUNT      PIC 9(05).
           05  VE-MAIL-POSTAL     PIC X(10).
           05  VE-MAIL-NAME       PIC X(30).
           05  VE-MAIL-ADDR-1     PIC X(30).
           05  VE-MAIL-ADDR-2     PIC X(30).
           05  FILLER             PIC X(04).
       01  VF-INSERT-RECORD.
           05  VI-RECORD-TYPE     PIC X(01).
           05  VI-ENVELOPE-NO     PIC 9(07).
           05  VI-INSERT-NO       PIC 9(03).
           05  VI-SOURCE          PIC X(08).
           05  VI-ADDRESS-KEY     PIC X(10).
           05  VI-PAGE-COUNT      PIC 9(03).
           05  FILLER             PIC X(88).
       01  VF-LINE-RECORD.
           05  VL-RECORD-TYPE     PIC X(01).
           05  VL-ENVELOPE-NO     PIC 9(07).
           05  VL-INSERT-NO       PIC 9(03).
           05  VL-PAGE-NO         PIC 9(03).
           05  VL-PRINT-LINE      PIC X(80).
           05  FILLER             PIC X(26).
       01  VF-TRAILER-RECORD.
           05  VT-RECORD-TYPE     PIC X(01).
           05  VT-ENVELOPES       PIC 9(07).
           05  VT-DOCUMENTS       PIC 9(07).
           05  VT-PAGES           PIC 9(07).
           05  FILLER             PIC X(98).
       FD  HELD-LISTING.
       01  HELD-LISTING-RECORD    PIC X(80).
       FD  STREAM-REPORT.
       01  STREAM-REPORT-RECORD   PIC X(80).
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
           COPY "tstamp.cpy".
       01  WS-QUEUE-EOF-SW         PIC X VALUE "N".
            88 QUEUE-EOF           VALUE "Y".
       01  WS-ABORT-SW             PIC X VALUE "N".
            88 STREAM-ABORTED      VALUE "Y".
       01  WS-FOUND-SW             PIC X VALUE "N".
            88 ENTRY-FOUND         VALUE "Y".
       01  WS-STEP-RC              PIC 9(02) VALUE ZERO.
       01  WS-MAX-INSERTS          PIC 9(03) VALUE 50.
       01  WS-DOCUMENTS-IN         PIC 9(07) VALUE ZERO.
       01  WS-DOCUMENTS-MAILED     PIC 9(07) VALUE ZERO.
       01  WS-DOCUMENTS-HELD       PIC 9(07) VALUE ZERO.
       01  WS-ENVELOPES-OUT        PIC 9(07) VALUE ZERO.
       01  WS-PAGES-IN             PIC 9(07) VALUE ZERO.
       01  WS-PAGES-MAILED         PIC 9(07) VALUE ZERO.
       01  WS-SOURCES-UNBALANCED   PIC 9(07) VALUE ZERO.
       01  WS-NEW-DOC-SW           PIC X VALUE "N".
            88 NEW-DOCUMENT        VALUE "Y".
       01  WS-NEW-PAGE-SW          PIC X VALUE "N".
            88 NEW-PAGE            VALUE "Y".
       01  WS-PRIOR-DOC-KEY        PIC X(29) VALUE SPACES.
       01  WS-THIS-DOC-KEY.
           05  WS-THIS-SOURCE      PIC X(08).
           05  WS-THIS-RUN-STAMP   PIC X(14).
           05  WS-THIS-DOC-SEQ     PIC 9(07).
       01  WS-PRIOR-PAGE-NO        PIC 9(03) VALUE ZERO.
       01  WS-THIS-ADDRESS.
           05  WS-THIS-POSTAL      PIC X(10).
           05  WS-THIS-NAME        PIC X(30).
           05  WS-THIS-ADDR-1      PIC X(30).
           05  WS-THIS-ADDR-2      PIC X(30).
       01  WS-ENV-ADDRESS.
           05  WS-ENV-POSTAL       PIC X(10).
           05  WS-ENV-NAME         PIC X(30).
           05  WS-ENV-ADDR-1       PIC X(30).
           05  WS-ENV-ADDR-2       PIC X(30).
       01  WS-ENV-PAGES            PIC 9(05) VALUE ZERO.
      * The envelope being built: its documents and their lines,
      * held until the address changes so the E record can lead
      * with the insert and page counts.
       01  WS-INS-COUNT            PIC 9(03) COMP VALUE 0.
       01  WS-INS-TABLE.
           05  WS-INS-ENTRY OCCURS 50 TIMES
                   INDEXED BY INS-NDX.
               10  WS-INS-SOURCE   PIC X(08).
               10  WS-INS-KEY      PIC X(10).
               10  WS-INS-PAGES    PIC 9(03).
               10  WS-INS-FIRST    PIC 9(04) COMP.
       01  WS-LINE-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY LINE-NDX.
               10  WS-LIN-INSERT   PIC 9(03).
               10  WS-LIN-PAGE     PIC 9(03).
               10  WS-LIN-TEXT     PIC X(80).
       01  WS-SRC-COUNT            PIC 9(03) COMP VALUE 0.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 20 TIMES
                   INDEXED BY SRC-NDX.
               10  WS-SRC-NAME        PIC X(08).
               10  WS-SRC-PROD-DOCS   PIC 9(07).
               10  WS-SRC-PROD-PAGES  PIC 9(07).
               10  WS-SRC-READ-DOCS   PIC 9(07).
               10  WS-SRC-READ-PAGES  PIC 9(07).
               10  WS-SRC-HELD-DOCS   PIC 9(07).
       01  WS-HELD-HEADING.
           05  FILLER      PIC X(28)
                   VALUE "** HELD - NO ADDRESS ON FILE".
           05  FILLER      PIC X(10) VALUE " - SOURCE ".
           05  HH-SOURCE   PIC X(08).
           05  FILLER      PIC X(05) VALUE " KEY ".
           05  HH-KEY      PIC X(10).
           05  FILLER      PIC X(03) VALUE " **".
       01  WS-REPORT-HEADING.
           05  FILLER      PIC X(32)
                   VALUE "PRINT STREAM BALANCING - RUN OF ".
           05  RH-DATE     PIC 9(08).
       01  WS-REPORT-COLUMNS.
           05  FILLER      PIC X(09) VALUE "SOURCE   ".
           05  FILLER      PIC X(16) VALUE "PROD-DOCS  PAGES".
           05  FILLER      PIC X(16) VALUE "  READ-DOCS PAGE".
           05  FILLER      PIC X(09) VALUE "S    HELD".
       01  WS-SOURCE-LINE.
           05  SL-SOURCE   PIC X(08).
           05  FILLER      PIC X(01) VALUE SPACE.
           05  SL-PROD-DOCS  PIC ZZZZZZ9.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  SL-PROD-PAGES PIC ZZZZZZ9.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  SL-READ-DOCS  PIC ZZZZZZ9.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  SL-READ-PAGES PIC ZZZZZZ9.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  SL-HELD-DOCS  PIC ZZZZZZ9.
           05  FILLER      PIC X(01) VALUE SPACE.
           05  SL-STATUS   PIC X(16).
       01  WS-TOTAL-LINE-1.
           05  FILLER      PIC X(14) VALUE "DOCUMENTS IN  ".
           05  TL-DOCS-IN  PIC ZZZZZZ9.
           05  FILLER      PIC X(09) VALUE "  MAILED ".
           05  TL-MAILED   PIC ZZZZZZ9.
           05  FILLER      PIC X(07) VALUE "  HELD ".
           05  TL-HELD     PIC ZZZZZZ9.
       01  WS-TOTAL-LINE-2.
           05  FILLER      PIC X(14) VALUE "ENVELOPES OUT ".
           05  TL-ENVELOPES PIC ZZZZZZ9.
           05  FILLER      PIC X(09) VALUE "  PAGES  ".
           05  TL-PAGES-IN PIC ZZZZZZ9.
           05  FILLER      PIC X(16) VALUE "  PAGES MAILED  ".
           05  TL-PAGES-MAILED PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "PRTSTRM" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-TIMESTAMP.
      * Postal code first for the presort, then the addressee so
      * every document for one address lands together; within it
      * the documents keep the order their producers wrote them.
           SORT SORT-WORK
               ON ASCENDING KEY SW-MAIL-POSTAL
                                SW-MAIL-NAME
                                SW-MAIL-ADDR-1
                                SW-MAIL-ADDR-2
                                SW-RUN-STAMP
                                SW-SOURCE
                                SW-DOC-SEQ
                                SW-LINE-SEQ
               USING PRINT-QUEUE
               GIVING SORTED-QUEUE.
           OPEN OUTPUT VENDOR-FILE.
           OPEN OUTPUT HELD-LISTING.
           MOVE LOW-VALUES TO WS-ENV-ADDRESS.
           OPEN INPUT SORTED-QUEUE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-QUEUE
               PERFORM UNTIL QUEUE-EOF OR STREAM-ABORTED
                   PERFORM P0A-STREAM-ONE-RECORD
                   PERFORM P0A-READ-QUEUE
               END-PERFORM
               CLOSE SORTED-QUEUE
           END-IF.
           IF  NOT STREAM-ABORTED
               PERFORM P0A-WRITE-ENVELOPE
               PERFORM P0A-WRITE-VENDOR-TRAILER
           END-IF.
           CLOSE HELD-LISTING.
           CLOSE VENDOR-FILE.
      * An envelope past the line buffer cannot be composed whole;
      * stop with the queue untouched so the run can be repeated
      * once the buffer is raised.
           IF  STREAM-ABORTED
               DISPLAY "PRTSTRM ABORT - ENVELOPE FOR " WS-ENV-NAME
                   " OVER 5000 LINES - QUEUE KEPT"
               MOVE 12 TO RETURN-CODE
               MOVE "PRTSTRM" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               GOBACK
           END-IF.
           PERFORM P0A-WRITE-BALANCING-REPORT.
           PERFORM P0A-WRITE-CONTROL-TOTALS.
           IF  WS-SOURCES-UNBALANCED > ZERO
               MOVE 4 TO WS-STEP-RC
           END-IF.
           DISPLAY "PRTSTRM DOCUMENTS IN=" WS-DOCUMENTS-IN
               " MAILED=" WS-DOCUMENTS-MAILED
               " HELD=" WS-DOCUMENTS-HELD.
           DISPLAY "PRTSTRM ENVELOPES OUT=" WS-ENVELOPES-OUT
               " PAGES=" WS-PAGES-IN
               " OUT OF BALANCE=" WS-SOURCES-UNBALANCED.
           MOVE "PRTSTRM" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           MOVE WS-STEP-RC TO RETURN-CODE
           GOBACK.
       P0A-READ-QUEUE.
           READ SORTED-QUEUE
               AT END
                   SET QUEUE-EOF TO TRUE
           END-READ.
       P0A-STREAM-ONE-RECORD.
           MOVE QU-SOURCE TO WS-THIS-SOURCE
           PERFORM P0A-FIND-SOURCE-SLOT
           EVALUATE TRUE
               WHEN QU-SOURCE-TRAILER
                   IF  SRC-NDX <= WS-SRC-COUNT
                       ADD QU-PRODUCER-DOCS
                           TO WS-SRC-PROD-DOCS(SRC-NDX)
                       ADD QU-PRODUCER-PAGES
                           TO WS-SRC-PROD-PAGES(SRC-NDX)
                   END-IF
               WHEN QU-DOCUMENT-LINE
                   PERFORM P0A-COUNT-DOCUMENT-LINE
                   IF  QU-HELD-NO-ADDRESS
                       PERFORM P0A-LIST-HELD-LINE
                   ELSE
                       PERFORM P0A-STUFF-ENVELOPE-LINE
                   END-IF
           END-EVALUATE.
       P0A-FIND-SOURCE-SLOT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING SRC-NDX FROM 1 BY 1
                   UNTIL SRC-NDX > WS-SRC-COUNT OR ENTRY-FOUND
               IF  WS-SRC-NAME(SRC-NDX) = WS-THIS-SOURCE
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF  ENTRY-FOUND
               SET SRC-NDX DOWN BY 1
           ELSE
               IF  WS-SRC-COUNT < 20
                   ADD 1 TO WS-SRC-COUNT
                   SET SRC-NDX TO WS-SRC-COUNT
                   MOVE ZEROS TO WS-SRC-ENTRY(SRC-NDX)
                   MOVE WS-THIS-SOURCE TO WS-SRC-NAME(SRC-NDX)
               END-IF
           END-IF.
      * A document starts where its key changes; a page is counted
      * the first time a line of the document lands on it - the
      * same rule the producers and PRTQUEUE count by.
       P0A-COUNT-DOCUMENT-LINE.
           MOVE QU-RUN-STAMP TO WS-THIS-RUN-STAMP
           MOVE QU-DOC-SEQ  TO WS-THIS-DOC-SEQ
           MOVE "N" TO WS-NEW-DOC-SW
           MOVE "N" TO WS-NEW-PAGE-SW
           IF  WS-THIS-DOC-KEY NOT = WS-PRIOR-DOC-KEY
               SET NEW-DOCUMENT TO TRUE
               SET NEW-PAGE TO TRUE
               MOVE WS-THIS-DOC-KEY TO WS-PRIOR-DOC-KEY
               ADD 1 TO WS-DOCUMENTS-IN
               IF  SRC-NDX <= WS-SRC-COUNT
                   ADD 1 TO WS-SRC-READ-DOCS(SRC-NDX)
                   IF  QU-HELD-NO-ADDRESS
                       ADD 1 TO WS-SRC-HELD-DOCS(SRC-NDX)
                   END-IF
               END-IF
           ELSE
               IF  QU-PAGE-NO NOT = WS-PRIOR-PAGE-NO
                   SET NEW-PAGE TO TRUE
               END-IF
           END-IF
           MOVE QU-PAGE-NO TO WS-PRIOR-PAGE-NO
           IF  NEW-PAGE
               ADD 1 TO WS-PAGES-IN
               IF  SRC-NDX <= WS-SRC-COUNT
                   ADD 1 TO WS-SRC-READ-PAGES(SRC-NDX)
               END-IF
           END-IF.
       P0A-LIST-HELD-LINE.
           IF  NEW-DOCUMENT
               ADD 1 TO WS-DOCUMENTS-HELD
               IF  WS-DOCUMENTS-HELD > 1
                   MOVE SPACES TO HELD-LISTING-RECORD
                   WRITE HELD-LISTING-RECORD
               END-IF
               MOVE QU-SOURCE      TO HH-SOURCE
               MOVE QU-ADDRESS-KEY TO HH-KEY
               MOVE WS-HELD-HEADING TO HELD-LISTING-RECORD
               WRITE HELD-LISTING-RECORD
           END-IF
           MOVE QU-PRINT-LINE TO HELD-LISTING-RECORD
           WRITE HELD-LISTING-RECORD.
      * A new addressee closes the envelope in hand. So does a
      * document that would take it past the inserts an envelope
      * can hold - the rest go in a second envelope to the same
      * address.
       P0A-STUFF-ENVELOPE-LINE.
           MOVE QU-MAIL-POSTAL TO WS-THIS-POSTAL
           MOVE QU-MAIL-NAME   TO WS-THIS-NAME
           MOVE QU-MAIL-ADDR-1 TO WS-THIS-ADDR-1
           MOVE QU-MAIL-ADDR-2 TO WS-THIS-ADDR-2
           IF  WS-THIS-ADDRESS NOT = WS-ENV-ADDRESS
               OR (NEW-DOCUMENT AND WS-INS-COUNT >= WS-MAX-INSERTS)
               PERFORM P0A-WRITE-ENVELOPE
               MOVE WS-THIS-ADDRESS TO WS-ENV-ADDRESS
           END-IF
           IF  NEW-DOCUMENT
               ADD 1 TO WS-DOCUMENTS-MAILED
               ADD 1 TO WS-INS-COUNT
               SET INS-NDX TO WS-INS-COUNT
               MOVE QU-SOURCE      TO WS-INS-SOURCE(INS-NDX)
               MOVE QU-ADDRESS-KEY TO WS-INS-KEY(INS-NDX)
               MOVE ZERO           TO WS-INS-PAGES(INS-NDX)
               COMPUTE WS-INS-FIRST(INS-NDX) = WS-LINE-COUNT + 1
           END-IF
           IF  NEW-PAGE
               ADD 1 TO WS-INS-PAGES(INS-NDX)
               ADD 1 TO WS-ENV-PAGES
               ADD 1 TO WS-PAGES-MAILED
           END-IF
           IF  WS-LINE-COUNT < 5000
               ADD 1 TO WS-LINE-COUNT
               SET LINE-NDX TO WS-LINE-COUNT
               MOVE WS-INS-COUNT  TO WS-LIN-INSERT(LINE-NDX)
               MOVE QU-PAGE-NO    TO WS-LIN-PAGE(LINE-NDX)
               MOVE QU-PRINT-LINE TO WS-LIN-TEXT(LINE-NDX)
           ELSE
               SET STREAM-ABORTED TO TRUE
           END-IF.
       P0A-WRITE-ENVELOPE.
           IF  WS-INS-COUNT > ZERO
               ADD 1 TO WS-ENVELOPES-OUT
               MOVE SPACES           TO VF-ENVELOPE-RECORD
               MOVE "E"              TO VE-RECORD-TYPE
               MOVE WS-ENVELOPES-OUT TO VE-ENVELOPE-NO
               MOVE WS-INS-COUNT     TO VE-INSERT-COUNT
               MOVE WS-ENV-PAGES     TO VE-PAGE-COUNT
               MOVE WS-ENV-POSTAL    TO VE-MAIL-POSTAL
               MOVE WS-ENV-NAME      TO VE-MAIL-NAME
               MOVE WS-ENV-ADDR-1    TO VE-MAIL-ADDR-1
               MOVE WS-ENV-ADDR-2    TO VE-MAIL-ADDR-2
               WRITE VF-ENVELOPE-RECORD
               PERFORM VARYING LINE-NDX FROM 1 BY 1
                       UNTIL LINE-NDX > WS-LINE-COUNT
                   SET INS-NDX TO WS-LIN-INSERT(LINE-NDX)
                   IF  WS-INS-FIRST(INS-NDX) = LINE-NDX
                       PERFORM P0A-WRITE-INSERT
                   END-IF
                   MOVE SPACES             TO VF-LINE-RECORD
                   MOVE "L"                TO VL-RECORD-TYPE
                   MOVE WS-ENVELOPES-OUT   TO VL-ENVELOPE-NO
                   MOVE WS-LIN-INSERT(LINE-NDX) TO VL-INSERT-NO
                   MOVE WS-LIN-PAGE(LINE-NDX)   TO VL-PAGE-NO
                   MOVE WS-LIN-TEXT(LINE-NDX)   TO VL-PRINT-LINE
                   WRITE VF-LINE-RECORD
               END-PERFORM
           END-IF
           MOVE ZERO TO WS-INS-COUNT
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-ENV-PAGES.
       P0A-WRITE-INSERT.
           MOVE SPACES               TO VF-INSERT-RECORD
           MOVE "I"                  TO VI-RECORD-TYPE
           MOVE WS-ENVELOPES-OUT     TO VI-ENVELOPE-NO
           MOVE WS-LIN-INSERT(LINE-NDX) TO VI-INSERT-NO
           MOVE WS-INS-SOURCE(INS-NDX)  TO VI-SOURCE
           MOVE WS-INS-KEY(INS-NDX)     TO VI-ADDRESS-KEY
           MOVE WS-INS-PAGES(INS-NDX)   TO VI-PAGE-COUNT
           WRITE VF-INSERT-RECORD.
       P0A-WRITE-VENDOR-TRAILER.
           MOVE SPACES              TO VF-TRAILER-RECORD
           MOVE "T"                 TO VT-RECORD-TYPE
           MOVE WS-ENVELOPES-OUT    TO VT-ENVELOPES
           MOVE WS-DOCUMENTS-MAILED TO VT-DOCUMENTS
           MOVE WS-PAGES-MAILED     TO VT-PAGES
           WRITE VF-TRAILER-RECORD.
      * Each producer ties when what arrived on the queue is the
      * count it claimed for itself, documents and pages both.
       P0A-WRITE-BALANCING-REPORT.
           OPEN OUTPUT STREAM-REPORT
           MOVE BZ-BUSINESS-DATE TO RH-DATE
           MOVE WS-REPORT-HEADING TO STREAM-REPORT-RECORD
           WRITE STREAM-REPORT-RECORD
           MOVE WS-REPORT-COLUMNS TO STREAM-REPORT-RECORD
           WRITE STREAM-REPORT-RECORD
           PERFORM VARYING SRC-NDX FROM 1 BY 1
                   UNTIL SRC-NDX > WS-SRC-COUNT
               MOVE WS-SRC-NAME(SRC-NDX)       TO SL-SOURCE
               MOVE WS-SRC-PROD-DOCS(SRC-NDX)  TO SL-PROD-DOCS
               MOVE WS-SRC-PROD-PAGES(SRC-NDX) TO SL-PROD-PAGES
               MOVE WS-SRC-READ-DOCS(SRC-NDX)  TO SL-READ-DOCS
               MOVE WS-SRC-READ-PAGES(SRC-NDX) TO SL-READ-PAGES
               MOVE WS-SRC-HELD-DOCS(SRC-NDX)  TO SL-HELD-DOCS
               IF  WS-SRC-READ-DOCS(SRC-NDX)
                       = WS-SRC-PROD-DOCS(SRC-NDX)
               AND WS-SRC-READ-PAGES(SRC-NDX)
                       = WS-SRC-PROD-PAGES(SRC-NDX)
                   MOVE "BALANCED"          TO SL-STATUS
               ELSE
                   MOVE "OUT OF BALANCE"    TO SL-STATUS
                   ADD 1 TO WS-SOURCES-UNBALANCED
                   DISPLAY "PRTSTRM " WS-SRC-NAME(SRC-NDX)
                       " OUT OF BALANCE - PRODUCED "
                       WS-SRC-PROD-DOCS(SRC-NDX) " DOCUMENTS "
                       WS-SRC-PROD-PAGES(SRC-NDX) " PAGES, READ "
                       WS-SRC-READ-DOCS(SRC-NDX) " / "
                       WS-SRC-READ-PAGES(SRC-NDX)
               END-IF
               MOVE WS-SOURCE-LINE TO STREAM-REPORT-RECORD
               WRITE STREAM-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO STREAM-REPORT-RECORD
           WRITE STREAM-REPORT-RECORD
           MOVE WS-DOCUMENTS-IN     TO TL-DOCS-IN
           MOVE WS-DOCUMENTS-MAILED TO TL-MAILED
           MOVE WS-DOCUMENTS-HELD   TO TL-HELD
           MOVE WS-TOTAL-LINE-1 TO STREAM-REPORT-RECORD
           WRITE STREAM-REPORT-RECORD
           MOVE WS-ENVELOPES-OUT    TO TL-ENVELOPES
           MOVE WS-PAGES-IN         TO TL-PAGES-IN
           MOVE WS-PAGES-MAILED     TO TL-PAGES-MAILED
           MOVE WS-TOTAL-LINE-2 TO STREAM-REPORT-RECORD
           WRITE STREAM-REPORT-RECORD
           CLOSE STREAM-REPORT.
       P0A-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CONTROL-TOTALS.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT CONTROL-TOTALS
           END-IF.
           MOVE "PRTSTRM "            TO CT-PROGRAM-ID.
           MOVE WS-TIMESTAMP          TO CT-TIMESTAMP.
           MOVE WS-DOCUMENTS-IN       TO CT-RECORDS-READ.
           MOVE WS-DOCUMENTS-HELD     TO CT-EXCEPTIONS-LOGGED.
           MOVE WS-ENVELOPES-OUT      TO CT-RESOLVED-LOGGED.
           MOVE ZERO                  TO CT-AMOUNT-TOTAL.
           MOVE WS-SOURCES-UNBALANCED TO CT-SEQUENCE-ERRORS.
           CALL "RUNID" USING RUNID-PARMS
           MOVE RI-RUN-ID TO CT-RUN-ID
           WRITE CONTROL-TOTALS-RECORD.
           CLOSE CONTROL-TOTALS.
