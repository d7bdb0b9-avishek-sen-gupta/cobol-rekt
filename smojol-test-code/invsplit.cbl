       FD  CLEAN-FEED.
           COPY "invrec.cpy".
       FD  SPLIT-FEED-1.
       01  SPLIT-FEED-1-RECORD   PIC X(77).
       FD  SPLIT-FEED-2.
       01  SPLIT-FEED-2-RECORD   PIC X(77).
       FD  SPLIT-FEED-3.
       01  SPLIT-FEED-3-RECORD   PIC X(77).
       FD  SPLIT-FEED-4.
       01  SPLIT-FEED-4-RECORD   PIC X(77).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "timelgpm.cpy".
       01  WS-CURRENT-PART         PIC 9(01) VALUE 1.
       01  WS-SPLIT-TOT-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-SPLIT-TOT-HASH       PIC 9(13)V99 VALUE ZERO.
       01  WS-WORK-RECORD          PIC X(77).
       01  WS-RANGE-TABLE-VALUES.
           05  FILLER PIC X(08) VALUE "A000C999".
           05  FILLER PIC X(08) VALUE "D000K999".
