       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASGNLOAD.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * ASGNLOAD - loads the night's WORKASGN worklist assignments
      * (ASGNNEW, one record per review-queue item and the clerk it
      * went to) to the keyed VSAM file the RQDISP online
      * disposition transaction reads, keyed on the two vendor
      * parts, so a clerk can be held to their own worklist at the
      * terminal rather than only named on the evening summary
      * afterwards. The IDCAMS step ahead of the load empties and
      * redefines the cluster: the file holds tonight's worklist
      * only, the same full rebuild RQLOAD gives the review queue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSIGNMENTS ASSIGN TO "ASGNNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ASSIGNMENT-VSAM ASSIGN TO "ASGNVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY AV-ITEM-KEY
               FILE STATUS IS WS-VSAM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSIGNMENTS.
       01  ASSIGNMENT-RECORD.
           05  NA-SOME-PART-1     PIC X(04).
           05  NA-SOME-PART-2     PIC X(04).
           05  NA-CLERK-ID        PIC X(08).
       FD  ASSIGNMENT-VSAM.
       01  ASSIGNMENT-VSAM-RECORD.
           05  AV-ITEM-KEY.
               10  AV-SOME-PART-1 PIC X(04).
               10  AV-SOME-PART-2 PIC X(04).
           05  AV-CLERK-ID        PIC X(08).
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "timelgpm.cpy".
       01  WS-VSAM-STATUS          PIC XX.
       01  WS-ASSIGN-EOF-SW        PIC X VALUE "N".
            88 ASSIGN-EOF          VALUE "Y".
       01  WS-RECORDS-READ         PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-LOADED       PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-REPLACED     PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-ERRORED      PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "ASGNLOAD" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           OPEN I-O ASSIGNMENT-VSAM.
           IF  WS-VSAM-STATUS NOT = "00"
               OPEN OUTPUT ASSIGNMENT-VSAM
           END-IF.
           OPEN INPUT ASSIGNMENTS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-ASSIGNMENT
               PERFORM UNTIL ASSIGN-EOF
                   PERFORM P0A-LOAD-ONE-ASSIGNMENT
                   PERFORM P0A-READ-ASSIGNMENT
               END-PERFORM
               CLOSE ASSIGNMENTS
           END-IF.
           CLOSE ASSIGNMENT-VSAM.
           DISPLAY "ASGNLOAD READ=" WS-RECORDS-READ
               " LOADED=" WS-RECORDS-LOADED
               " REPLACED=" WS-RECORDS-REPLACED
               " ERRORED=" WS-RECORDS-ERRORED.
           MOVE "ASGNLOAD" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-READ-ASSIGNMENT.
           READ ASSIGNMENTS
               AT END
                   SET ASSIGN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
      * An item queued twice in the night is assigned twice; the
      * later assignment is the one on the worklist files, so it
      * replaces the earlier one here too.
       P0A-LOAD-ONE-ASSIGNMENT.
           MOVE NA-SOME-PART-1 TO AV-SOME-PART-1
           MOVE NA-SOME-PART-2 TO AV-SOME-PART-2
           MOVE NA-CLERK-ID    TO AV-CLERK-ID
           WRITE ASSIGNMENT-VSAM-RECORD
           EVALUATE WS-VSAM-STATUS
               WHEN "00"
                   ADD 1 TO WS-RECORDS-LOADED
               WHEN "22"
                   REWRITE ASSIGNMENT-VSAM-RECORD
                   IF  WS-VSAM-STATUS = "00"
                       ADD 1 TO WS-RECORDS-REPLACED
                   ELSE
                       ADD 1 TO WS-RECORDS-ERRORED
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-RECORDS-ERRORED
                   DISPLAY "ASGNLOAD WRITE FAILED KEY="
                       AV-ITEM-KEY " STATUS=" WS-VSAM-STATUS
           END-EVALUATE.
