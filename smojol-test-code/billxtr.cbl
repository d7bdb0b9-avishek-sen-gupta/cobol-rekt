       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BILLXTR.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * BILLXTR - unloads the billing-master KSDS, the master of
      * record that CHGGEN, DDCOLL, CASHAPP, WRITEOFF, BILLPURG,
      * BILLMNT and the online BILLDSP update in place, to the line
      * sequential BILLMSTR extract in account order. The extract is
      * read-only: it exists for the programs that make a whole
      * sorted pass of the master (BILLEVAL, DUNNING, the statement
      * and ageing runs, the reconciliations) and is taken again
      * after each updating step that has such a reader behind it.
      * Nothing is written back from it except by the BILLVSAM job,
      * which reloads the cluster from it only to recover a failed
      * update step. If the cluster will not open the old extract is
      * left exactly as it was and the step ends with RETURN-CODE
      * 12; records read and records written must agree or the step
      * ends with 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLMSTR-VSAM ASSIGN TO "BILLVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY BM-ACCOUNT-NO
               FILE STATUS IS WS-VSAM-STATUS.
           SELECT BILLMSTR-EXTRACT ASSIGN TO "BILLMSTR"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BILLMSTR-VSAM.
           COPY "billmstr.cpy".
       FD  BILLMSTR-EXTRACT.
       01  BILLMSTR-EXTRACT-RECORD PIC X(32).
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
           MOVE "BILLXTR" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           OPEN INPUT BILLMSTR-VSAM.
           IF  WS-VSAM-STATUS = "00"
               PERFORM P0A-UNLOAD-MASTER
           ELSE
               SET OPEN-FAILED TO TRUE
               DISPLAY "BILLXTR ABORT - BILLVSAM OPEN STATUS="
                   WS-VSAM-STATUS " - EXTRACT NOT REFRESHED"
           END-IF.
           MOVE "BILLXTR" TO TM-PROGRAM-ID
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
       P0A-UNLOAD-MASTER.
           OPEN OUTPUT BILLMSTR-EXTRACT.
           PERFORM P0A-READ-VSAM.
           PERFORM UNTIL VSAM-EOF
               MOVE BILLMSTR-RECORD TO BILLMSTR-EXTRACT-RECORD
               WRITE BILLMSTR-EXTRACT-RECORD
               ADD 1 TO WS-RECORDS-WRITTEN
               PERFORM P0A-READ-VSAM
           END-PERFORM.
           CLOSE BILLMSTR-EXTRACT.
           CLOSE BILLMSTR-VSAM.
           DISPLAY "BILLXTR READ=" WS-RECORDS-READ
               " WRITTEN=" WS-RECORDS-WRITTEN.
      * Anything but a clean end of file stops the unload short -
      * the count check then fails the step rather than hand the
      * readers a truncated extract as if it were whole.
       P0A-READ-VSAM.
           READ BILLMSTR-VSAM NEXT RECORD
               AT END
                   SET VSAM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.
           IF  WS-VSAM-STATUS NOT = "00" AND NOT VSAM-EOF
               DISPLAY "BILLXTR READ FAILED STATUS=" WS-VSAM-STATUS
               SET VSAM-EOF TO TRUE
               ADD 1 TO WS-RECORDS-READ
           END-IF.
