       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVHLOAD.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * INVHLOAD - builds the invoice-history VSAM KSDS (keyed on
      * vendor parts, invoice number, stamp and sequence) from a
      * line sequential INVHIST file. The KSDS is the master of
      * record, checked and written by key in HELLO-WORLD, so this
      * runs only onto a freshly defined cluster: from the INVHVSAM
      * job, to build it or to recover it from the last INVHXTR
      * extract, and from RETAIN's reorg, to reload the records
      * inside the keep-days window. Records from before the
      * invoice number existed load with spaces in it, exactly as
      * they were. Two records with the same vendor, number and
      * stamp - credit memos banked in the same second under their
      * original's number - take successive sequence numbers, so
      * nothing on the input is refused as a duplicate. Loaded +
      * errored must reconcile back to the input record count or
      * the step ends with RETURN-CODE 8; a cluster that will not
      * open ends it with 12 and loads nothing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVHIST-FILE ASSIGN TO "INVHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INVHIST-VSAM ASSIGN TO "INVHVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IK-KEY
               FILE STATUS IS WS-VSAM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVHIST-FILE.
           COPY "invhist.cpy".
       FD  INVHIST-VSAM.
           COPY "invhkey.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "timelgpm.cpy".
       01  WS-VSAM-STATUS          PIC XX.
       01  WS-INVHIST-EOF-SW       PIC X VALUE "N".
            88 INVHIST-EOF         VALUE "Y".
       01  WS-RECORDS-READ         PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-LOADED       PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-ERRORED      PIC 9(07) VALUE ZERO.
       01  WS-RECONCILE-TOTAL      PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "INVHLOAD" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           OPEN I-O INVHIST-VSAM.
           IF  WS-VSAM-STATUS NOT = "00"
               OPEN OUTPUT INVHIST-VSAM
           END-IF.
           IF  WS-VSAM-STATUS NOT = "00"
               DISPLAY "INVHLOAD ABORT - INVHVSAM OPEN STATUS="
                   WS-VSAM-STATUS " - NOTHING LOADED"
               MOVE "INVHLOAD" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT INVHIST-FILE.
           IF  FS-SUCCESS
               PERFORM P0A-READ-INVHIST
               PERFORM UNTIL INVHIST-EOF
                   PERFORM P0A-LOAD-ONE-RECORD
                   PERFORM P0A-READ-INVHIST
               END-PERFORM
               CLOSE INVHIST-FILE
           END-IF.
           CLOSE INVHIST-VSAM.
           PERFORM P0A-RECONCILE-COUNTS.
           MOVE "INVHLOAD" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           IF  WS-RECONCILE-TOTAL NOT = WS-RECORDS-READ
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       P0A-READ-INVHIST.
           READ INVHIST-FILE
               AT END
                   SET INVHIST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
       P0A-LOAD-ONE-RECORD.
           MOVE IH-SOME-PART-1    TO IK-SOME-PART-1
           MOVE IH-SOME-PART-2    TO IK-SOME-PART-2
           MOVE IH-INVOICE-NO     TO IK-INVOICE-NO
           MOVE IH-TIMESTAMP      TO IK-TIMESTAMP
           MOVE ZERO              TO IK-KEY-SEQ
           MOVE IH-INVOICE-AMOUNT TO IK-INVOICE-AMOUNT
           WRITE INVOICE-HISTORY-KEYED-RECORD
           PERFORM UNTIL WS-VSAM-STATUS NOT = "22"
                      OR IK-KEY-SEQ = 999
               ADD 1 TO IK-KEY-SEQ
               WRITE INVOICE-HISTORY-KEYED-RECORD
           END-PERFORM
           IF  WS-VSAM-STATUS = "00"
               ADD 1 TO WS-RECORDS-LOADED
           ELSE
               ADD 1 TO WS-RECORDS-ERRORED
               DISPLAY "INVHLOAD WRITE FAILED KEY=" IK-NUMBER-KEY
                   " STAMP=" IK-TIMESTAMP " STATUS=" WS-VSAM-STATUS
           END-IF.
       P0A-RECONCILE-COUNTS.
           COMPUTE WS-RECONCILE-TOTAL =
               WS-RECORDS-LOADED + WS-RECORDS-ERRORED.
           DISPLAY "INVHLOAD READ=" WS-RECORDS-READ
               " LOADED=" WS-RECORDS-LOADED
               " ERRORED=" WS-RECORDS-ERRORED.
           IF  WS-RECONCILE-TOTAL NOT = WS-RECORDS-READ
               DISPLAY "INVHLOAD COUNTS DO NOT RECONCILE TO INPUT"
           END-IF.
