       AUTHOR.        MOJO.
       DATE-WRITTEN.  AUG 2026.
      * TDDRAIN - TRIGGER-LEVEL DRAIN FOR THE TERR AND AUDT INTRA-
      * PARTITION QUEUES THE TD WRITER ROUTES TO, AND THE OAUD QUEUE THE
      * ONLAUDT ROUTINE WRITES THE COMMON ONLINE AUDIT RECORDS TO.
      * STARTED BY THE DCT TRIGGER AS MESSAGES ARRIVE, IT MOVES EVERY
      * QUEUED MESSAGE TO THE EXTRAPARTITION QUEUE DRNO (THE DRNFILE
      * DATASET) STAMPED WITH ITS SOURCE QUEUE AND TIME, SO THE SHIFT
      * REPORT CAN FORMAT WHAT CAME THROUGH INSTEAD OF THE QUEUES
      * SILTING UP.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-QUEUE-LIST-VALUES.
           05  FILLER        PIC X(04) VALUE 'TERR'.
           05  FILLER        PIC X(04) VALUE 'AUDT'.
           05  FILLER        PIC X(04) VALUE 'OAUD'.
       01  WS-QUEUE-LIST REDEFINES WS-QUEUE-LIST-VALUES.
           05  WS-DRAIN-QUEUE PIC X(04) OCCURS 3 TIMES.
       01  WS-QUEUE-NDX      PIC 9(01) VALUE 1.
       01  WS-DRAIN-OUT-Q    PIC X(04) VALUE 'DRNO'.
       01  WS-RESP           PIC S9(8) COMP.

           PERFORM DRAIN-ONE-QUEUE THRU DOQ-EXIT
               VARYING WS-QUEUE-NDX FROM 1 BY 1
               UNTIL WS-QUEUE-NDX > 3.
           GO TO TERMIN.

       DAQ-EXIT. EXIT.
