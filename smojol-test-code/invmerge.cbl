       FD  SPLIT-FEED.
       01  SPLIT-FEED-RECORD.
           05  SF-RECORD-TYPE     PIC X(01).
           05  SF-REST            PIC X(76).
       01  SPLIT-TRAILER-VIEW.
           05  ST-RECORD-TYPE     PIC X(01).
           05  ST-RECORD-COUNT    PIC 9(07).
           05  ST-AMOUNT-HASH     PIC 9(13)V99.
           05  FILLER             PIC X(54).
       FD  PART-EXTRACT.
       01  PART-EXTRACT-RECORD.
           05  PE-SOME-PART-1     PIC X(04).
           05  PE-SOME-PART-2     PIC X(04).
           05  PE-GROSS-AMOUNT    PIC 9(09)V99.
           05  FILLER             PIC X(97).
       FD  PART-REVIEW.
       01  PART-REVIEW-RECORD    PIC X(83).
       FD  PART-JOURNAL.
       01  PART-JOURNAL-RECORD   PIC X(35).
       FD  MERGED-EXTRACT.
       01  MERGED-EXTRACT-RECORD PIC X(116).
       FD  MERGED-REVIEW.
       01  MERGED-REVIEW-RECORD  PIC X(83).
       FD  MERGED-JOURNAL.
       01  MERGED-JOURNAL-RECORD PIC X(35).
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       WORKING-STORAGE SECTION.
