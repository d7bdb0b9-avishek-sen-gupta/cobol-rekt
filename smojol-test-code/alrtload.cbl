       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ALRTLOAD.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * ALRTLOAD - loads the OPALERTL operator-alert log to the keyed
      * ALRTVSAM cluster the ALRTACK acknowledgement transaction and
      * the ALRTESC escalation task work from, in the same cycle
      * as CKPTLOAD. OPALERTL only ever grows, so an alert already
      * on the cluster is left exactly as it is - the WRITE hits
      * the key and is skipped, and whatever the operators have
      * done to it online survives the refresh. Each alert's key
      * is its timestamp, program id and a sequence number for
      * alerts the same program raised in the same second.
      * The acknowledgement and escalation cards the online side
      * queued to ALRTACK are then applied to any alert still
      * showing neither, so a cluster rebuilt from scratch comes
      * back with its acknowledgements intact.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-LOG ASSIGN TO "OPALERTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ALERT-ACKS ASSIGN TO "ALRTACK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ALERT-VSAM ASSIGN TO "ALRTVSAM"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY AV-ALERT-KEY
               FILE STATUS IS WS-VSAM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-LOG.
       01  ALERT-LOG-RECORD.
           05  OL-TIMESTAMP      PIC X(14).
           05  FILLER            PIC X(01).
           05  OL-PROGRAM-ID     PIC X(08).
           05  FILLER            PIC X(01).
           05  OL-SEVERITY       PIC 9(01).
           05  FILLER            PIC X(01).
           05  OL-MESSAGE        PIC X(60).
       FD  ALERT-ACKS.
           COPY "alrtack.cpy".
       FD  ALERT-VSAM.
           COPY "alrtvsam.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
       01  WS-VSAM-STATUS          PIC XX.
       01  WS-ALERT-EOF-SW         PIC X VALUE "N".
            88 ALERT-EOF           VALUE "Y".
       01  WS-PREV-TIMESTAMP       PIC X(14) VALUE SPACES.
       01  WS-PREV-PROGRAM-ID      PIC X(08) VALUE SPACES.
       01  WS-ALERT-SEQ            PIC 9(02) VALUE ZERO.
       01  WS-ALERTS-LOADED        PIC 9(07) VALUE ZERO.
       01  WS-ALERTS-HELD          PIC 9(07) VALUE ZERO.
       01  WS-ACKS-APPLIED         PIC 9(07) VALUE ZERO.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           OPEN I-O ALERT-VSAM.
           IF  WS-VSAM-STATUS NOT = "00"
               OPEN OUTPUT ALERT-VSAM
               CLOSE ALERT-VSAM
               OPEN I-O ALERT-VSAM
           END-IF.
           PERFORM P0A-LOAD-ALERT-LOG.
           PERFORM P0A-APPLY-ALERT-ACKS.
           CLOSE ALERT-VSAM.
           DISPLAY "ALRTLOAD NEW=" WS-ALERTS-LOADED
               " HELD=" WS-ALERTS-HELD
               " ACKS=" WS-ACKS-APPLIED.
           GOBACK.
       P0A-LOAD-ALERT-LOG.
           OPEN INPUT ALERT-LOG.
           IF  FS-SUCCESS
               PERFORM P0A-READ-ALERT-LOG
               PERFORM UNTIL ALERT-EOF
                   PERFORM P0A-LOAD-ONE-ALERT
                   PERFORM P0A-READ-ALERT-LOG
               END-PERFORM
               CLOSE ALERT-LOG
           END-IF.
       P0A-READ-ALERT-LOG.
           READ ALERT-LOG
               AT END
                   SET ALERT-EOF TO TRUE
           END-READ.
       P0A-LOAD-ONE-ALERT.
           IF  OL-TIMESTAMP = WS-PREV-TIMESTAMP
               AND OL-PROGRAM-ID = WS-PREV-PROGRAM-ID
               ADD 1 TO WS-ALERT-SEQ
           ELSE
               MOVE 1 TO WS-ALERT-SEQ
               MOVE OL-TIMESTAMP  TO WS-PREV-TIMESTAMP
               MOVE OL-PROGRAM-ID TO WS-PREV-PROGRAM-ID
           END-IF
           MOVE SPACES         TO ALERT-VSAM-RECORD
           MOVE OL-TIMESTAMP   TO AV-TIMESTAMP
           MOVE OL-PROGRAM-ID  TO AV-PROGRAM-ID
           MOVE WS-ALERT-SEQ   TO AV-SEQ
           MOVE OL-SEVERITY    TO AV-SEVERITY
           MOVE OL-MESSAGE     TO AV-MESSAGE
           WRITE ALERT-VSAM-RECORD
           EVALUATE WS-VSAM-STATUS
               WHEN "00"
                   ADD 1 TO WS-ALERTS-LOADED
               WHEN "22"
                   ADD 1 TO WS-ALERTS-HELD
               WHEN OTHER
                   DISPLAY "ALRTLOAD OPALERTL KEY=" AV-ALERT-KEY
                       " STATUS=" WS-VSAM-STATUS
           END-EVALUATE.
       P0A-APPLY-ALERT-ACKS.
           MOVE "N" TO WS-ALERT-EOF-SW.
           OPEN INPUT ALERT-ACKS.
           IF  FS-SUCCESS
               PERFORM P0A-READ-ALERT-ACKS
               PERFORM UNTIL ALERT-EOF
                   PERFORM P0A-APPLY-ONE-ACK
                   PERFORM P0A-READ-ALERT-ACKS
               END-PERFORM
               CLOSE ALERT-ACKS
           END-IF.
       P0A-READ-ALERT-ACKS.
           READ ALERT-ACKS
               AT END
                   SET ALERT-EOF TO TRUE
           END-READ.
       P0A-APPLY-ONE-ACK.
           MOVE AK-ALERT-KEY TO AV-ALERT-KEY
           READ ALERT-VSAM
           IF  WS-VSAM-STATUS = "00"
               EVALUATE TRUE
                   WHEN AK-ACKNOWLEDGED AND AV-UNACKED
                       SET AV-ACKED    TO TRUE
                       MOVE AK-USER-ID  TO AV-ACK-USER
                       MOVE AK-EVENT-TS TO AV-ACK-TS
                       MOVE AK-NOTE     TO AV-ACK-NOTE
                       REWRITE ALERT-VSAM-RECORD
                       ADD 1 TO WS-ACKS-APPLIED
                   WHEN AK-ESCALATED AND NOT AV-ESCALATED
                       SET AV-ESCALATED TO TRUE
                       MOVE AK-EVENT-TS TO AV-ESCALATED-TS
                       REWRITE ALERT-VSAM-RECORD
                       ADD 1 TO WS-ACKS-APPLIED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
