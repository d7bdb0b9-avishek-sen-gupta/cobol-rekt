       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APRLLOAD.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * APRLLOAD - loads the approver-limit table to the keyed VSAM
      * file the INVAPPR online approval transaction reads, keyed
      * on the approver's sign-on id. The IDCAMS step ahead of the
      * load empties and redefines the cluster, so an approver
      * taken off the batch table, or whose limit was cut, has
      * lost the old authority by the next morning instead of at
      * the next housekeeping run - the same full rebuild RQLOAD
      * gives the review queue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVER-LIMITS ASSIGN TO "APPRLIM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT APPROVER-VSAM ASSIGN TO "APRLVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY AL-APPROVER-ID
               FILE STATUS IS WS-VSAM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APPROVER-LIMITS.
       01  APPROVER-LIMIT-IN     PIC X(40).
       FD  APPROVER-VSAM.
           COPY "apprlim.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "timelgpm.cpy".
       01  WS-VSAM-STATUS          PIC XX.
       01  WS-LIMITS-EOF-SW        PIC X VALUE "N".
            88 LIMITS-EOF          VALUE "Y".
       01  WS-RECORDS-READ         PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-LOADED       PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-ERRORED      PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "APRLLOAD" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           OPEN I-O APPROVER-VSAM.
           IF  WS-VSAM-STATUS NOT = "00"
               OPEN OUTPUT APPROVER-VSAM
           END-IF.
           OPEN INPUT APPROVER-LIMITS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-LIMITS
               PERFORM UNTIL LIMITS-EOF
                   PERFORM P0A-LOAD-ONE-APPROVER
                   PERFORM P0A-READ-LIMITS
               END-PERFORM
               CLOSE APPROVER-LIMITS
           END-IF.
           CLOSE APPROVER-VSAM.
           DISPLAY "APRLLOAD READ=" WS-RECORDS-READ
               " LOADED=" WS-RECORDS-LOADED
               " ERRORED=" WS-RECORDS-ERRORED.
           IF  WS-RECORDS-ERRORED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "APRLLOAD" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-READ-LIMITS.
           READ APPROVER-LIMITS
               AT END
                   SET LIMITS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
      * A duplicate approver id is an error on the table, not a
      * later-record-wins replace: which of two limits is meant
      * is for the table's owner to say.
       P0A-LOAD-ONE-APPROVER.
           MOVE APPROVER-LIMIT-IN TO APPROVER-LIMIT-RECORD
           WRITE APPROVER-LIMIT-RECORD
           IF  WS-VSAM-STATUS = "00"
               ADD 1 TO WS-RECORDS-LOADED
           ELSE
               ADD 1 TO WS-RECORDS-ERRORED
               DISPLAY "APRLLOAD WRITE FAILED KEY="
                   AL-APPROVER-ID " STATUS=" WS-VSAM-STATUS
           END-IF.
