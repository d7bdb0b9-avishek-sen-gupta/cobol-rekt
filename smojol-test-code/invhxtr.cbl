       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVHXTR.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * INVHXTR - unloads the invoice-history KSDS, the master of
      * record HELLO-WORLD checks for duplicates and writes by key,
      * to the line sequential INVHIST extract in key order (vendor,
      * invoice number, stamp). The extract is read-only: it exists
      * for the programs that make a whole pass of the history
      * (DSMANIF, DORMSWP, INVTRACE, and RETAIN's keep-days split)
      * and is taken again after each HELLO-WORLD run. Nothing is
      * written back from it except by INVHLOAD, which builds the
      * cluster from it in the INVHVSAM job and in RETAIN's reorg.
      * If the cluster will not open the old extract is left
      * exactly as it was and the step ends with RETURN-CODE 12;
      * records read and records written must agree or the step
      * ends with 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVHIST-VSAM ASSIGN TO "INVHVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IK-KEY
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT INVHIST-EXTRACT ASSIGN TO "INVHIST"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INVHIST-VSAM.
           COPY "invhkey.cpy".
       FD  INVHIST-EXTRACT.
           COPY "invhist.cpy".
       WORKING-STORAGE SECTION.
           COPY "timelgpm.cpy".
       01  WS-VSAM-STATUS          PIC XX.
       01  WS-VSAM-EOF-SW          PIC X VALUE "N".
            88 VSAM-EOF            VALUE "Y".
       01  WS-OPEN-FAILED-SW       PIC X VALUE "N".
            88 OPEN-FAILED         VALUE "Y".
       01  WS-RECORDS-READ         PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-WRITTEN      PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "INVHXTR" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           OPEN INPUT INVHIST-VSAM.
           IF  WS-VSAM-STATUS = "00"
               PERFORM P0A-UNLOAD-HISTORY
           ELSE
               SET OPEN-FAILED TO TRUE
               DISPLAY "INVHXTR ABORT - INVHVSAM OPEN STATUS="
                   WS-VSAM-STATUS " - EXTRACT NOT REFRESHED"
           END-IF.
           MOVE "INVHXTR" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           IF  OPEN-FAILED
               MOVE 12 TO RETURN-CODE
           ELSE
               IF  WS-RECORDS-WRITTEN NOT = WS-RECORDS-READ
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
       P0A-UNLOAD-HISTORY.
           OPEN OUTPUT INVHIST-EXTRACT.
           PERFORM P0A-READ-VSAM.
           PERFORM UNTIL VSAM-EOF
               MOVE IK-SOME-PART-1    TO IH-SOME-PART-1
               MOVE IK-SOME-PART-2    TO IH-SOME-PART-2
               MOVE IK-INVOICE-AMOUNT TO IH-INVOICE-AMOUNT
               MOVE IK-TIMESTAMP      TO IH-TIMESTAMP
               MOVE IK-INVOICE-NO     TO IH-INVOICE-NO
               WRITE INVOICE-HISTORY-RECORD
               ADD 1 TO WS-RECORDS-WRITTEN
               PERFORM P0A-READ-VSAM
           END-PERFORM.
           CLOSE INVHIST-EXTRACT.
           CLOSE INVHIST-VSAM.
           DISPLAY "INVHXTR READ=" WS-RECORDS-READ
               " WRITTEN=" WS-RECORDS-WRITTEN.
      * Anything but a clean end of file stops the unload short -
      * the count check then fails the step rather than hand the
      * readers a truncated extract as if it were whole.
       P0A-READ-VSAM.
           READ INVHIST-VSAM NEXT RECORD
               AT END
                   SET VSAM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
           IF  WS-VSAM-STATUS NOT = "00" AND NOT VSAM-EOF
               DISPLAY "INVHXTR READ FAILED STATUS=" WS-VSAM-STATUS
               SET VSAM-EOF TO TRUE
               ADD 1 TO WS-RECORDS-READ
           END-IF.
