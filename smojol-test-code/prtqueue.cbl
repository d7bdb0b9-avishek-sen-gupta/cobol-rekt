       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRTQUEUE.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * PRTQUEUE - shared print-stream queue writer, CALLed with the
      * PRTQUEUE-PARMS layout from prtqpm.cpy by the programs that
      * produce mailable documents. Open appends to the cumulative
      * PRTQUEUE file (prtqueue.cpy) and takes the business
      * timestamp as the run's stamp; each start of document takes
      * the next document number and remembers the addressee, and
      * each line handed over is written as one queue record under
      * it, so the caller's own print file and the queue carry the
      * same page. Close writes the producer's trailer: its own
      * document and page counts beside what was actually queued.
      * The file stays open for the life of the run unit between
      * open and close.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-QUEUE ASSIGN TO "PRTQUEUE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-QUEUE.
           COPY "prtqueue.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
       01  WS-QUEUE-OPEN-SW        PIC X VALUE "N".
            88 QUEUE-OPEN          VALUE "Y".
       01  WS-RUN-STAMP            PIC X(14) VALUE SPACES.
       01  WS-DOC-SEQ              PIC 9(07) VALUE ZERO.
       01  WS-LINE-SEQ             PIC 9(05) VALUE ZERO.
       01  WS-LAST-PAGE-NO         PIC 9(03) VALUE ZERO.
       01  WS-PAGES-QUEUED         PIC 9(07) VALUE ZERO.
       01  WS-DOC-HEADER.
           05  WS-DOC-HELD-SW      PIC X(01).
           05  WS-DOC-ADDRESS-KEY  PIC X(10).
           05  WS-DOC-NAME         PIC X(30).
           05  WS-DOC-ADDR-1       PIC X(30).
           05  WS-DOC-ADDR-2       PIC X(30).
           05  WS-DOC-POSTAL       PIC X(10).
       LINKAGE SECTION.
           COPY "prtqpm.cpy".
       PROCEDURE DIVISION USING PRTQUEUE-PARMS.
       P0 SECTION.
       P0A.
           EVALUATE TRUE
               WHEN PQ-OPEN-QUEUE
                   PERFORM P0A-OPEN-QUEUE
               WHEN PQ-START-DOCUMENT
                   PERFORM P0A-START-DOCUMENT
               WHEN PQ-ADD-LINE
                   PERFORM P0A-ADD-LINE
               WHEN PQ-CLOSE-QUEUE
                   PERFORM P0A-CLOSE-QUEUE
           END-EVALUATE.
           GOBACK.
       P0A-OPEN-QUEUE.
           CALL "BIZDATE" USING BIZDATE-PARMS
           MOVE BZ-TIMESTAMP TO WS-RUN-STAMP
           OPEN EXTEND PRINT-QUEUE
           IF  NOT FS-SUCCESS
               OPEN OUTPUT PRINT-QUEUE
           END-IF
           SET QUEUE-OPEN TO TRUE
           MOVE ZERO TO WS-DOC-SEQ
           MOVE ZERO TO WS-LINE-SEQ
           MOVE ZERO TO WS-PAGES-QUEUED.
       P0A-START-DOCUMENT.
           ADD 1 TO WS-DOC-SEQ
           MOVE ZERO              TO WS-LINE-SEQ
           MOVE ZERO              TO WS-LAST-PAGE-NO
           MOVE PQ-HELD-SW        TO WS-DOC-HELD-SW
           MOVE PQ-ADDRESS-KEY    TO WS-DOC-ADDRESS-KEY
           IF  PQ-HELD-NO-ADDRESS
               MOVE SPACES         TO WS-DOC-NAME
               MOVE SPACES         TO WS-DOC-ADDR-1
               MOVE SPACES         TO WS-DOC-ADDR-2
               MOVE SPACES         TO WS-DOC-POSTAL
           ELSE
               MOVE PQ-MAIL-NAME   TO WS-DOC-NAME
               MOVE PQ-MAIL-ADDR-1 TO WS-DOC-ADDR-1
               MOVE PQ-MAIL-ADDR-2 TO WS-DOC-ADDR-2
               MOVE PQ-MAIL-POSTAL TO WS-DOC-POSTAL
           END-IF.
      * A page is counted the first time a line lands on it, so the
      * queued page total is built the same way the producer counts
      * its own.
       P0A-ADD-LINE.
           IF  QUEUE-OPEN AND WS-DOC-SEQ > ZERO
               ADD 1 TO WS-LINE-SEQ
               IF  PQ-PAGE-NO NOT = WS-LAST-PAGE-NO
                   ADD 1 TO WS-PAGES-QUEUED
                   MOVE PQ-PAGE-NO TO WS-LAST-PAGE-NO
               END-IF
               MOVE SPACES             TO PRINT-QUEUE-RECORD
               SET QU-DOCUMENT-LINE    TO TRUE
               MOVE PQ-SOURCE          TO QU-SOURCE
               MOVE WS-RUN-STAMP       TO QU-RUN-STAMP
               MOVE WS-DOC-SEQ         TO QU-DOC-SEQ
               MOVE WS-LINE-SEQ        TO QU-LINE-SEQ
               MOVE PQ-PAGE-NO         TO QU-PAGE-NO
               MOVE WS-DOC-HELD-SW     TO QU-HELD-SW
               MOVE WS-DOC-ADDRESS-KEY TO QU-ADDRESS-KEY
               MOVE WS-DOC-NAME        TO QU-MAIL-NAME
               MOVE WS-DOC-ADDR-1      TO QU-MAIL-ADDR-1
               MOVE WS-DOC-ADDR-2      TO QU-MAIL-ADDR-2
               MOVE WS-DOC-POSTAL      TO QU-MAIL-POSTAL
               MOVE PQ-PRINT-LINE      TO QU-PRINT-LINE
               WRITE PRINT-QUEUE-RECORD
           END-IF.
       P0A-CLOSE-QUEUE.
           IF  QUEUE-OPEN
               MOVE SPACES            TO PRINT-QUEUE-RECORD
               SET QU-SOURCE-TRAILER  TO TRUE
               MOVE PQ-SOURCE         TO QU-SOURCE
               MOVE WS-RUN-STAMP      TO QU-RUN-STAMP
               MOVE ZERO              TO QU-DOC-SEQ
               MOVE ZERO              TO QU-LINE-SEQ
               MOVE ZERO              TO QU-PAGE-NO
               MOVE PQ-PRODUCER-DOCS  TO QU-PRODUCER-DOCS
               MOVE PQ-PRODUCER-PAGES TO QU-PRODUCER-PAGES
               MOVE WS-DOC-SEQ        TO QU-DOCS-QUEUED
               MOVE WS-PAGES-QUEUED   TO QU-PAGES-QUEUED
               WRITE PRINT-QUEUE-RECORD
               CLOSE PRINT-QUEUE
               MOVE "N" TO WS-QUEUE-OPEN-SW
           END-IF.
