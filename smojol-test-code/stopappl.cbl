      * stopped and removes for vendors not on the list are
      * counted and skipped; every applied change is logged with
      * its card so the day's SYSOUT carries the trail alongside
      * the online AUDT audit queue. Each card also goes to the
      * CTLEVID controls evidence file with the user who keyed it
      * and whether it applied, once the new list is written - a
      * run that aborts leaves no evidence of changes it never
      * made.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STOP-LIST-NEW ASSIGN TO "STOPLSTN"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EVIDENCE-OUT ASSIGN TO "CTLEVID"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STOP-LIST.
               88  SC-ADD     VALUE "A".
               88  SC-REMOVE  VALUE "R".
           05  SC-VENDOR-ID   PIC X(04).
           05  SC-USER-ID     PIC X(08).
       FD  STOP-LIST-NEW.
       01  STOP-LIST-NEW-RECORD.
           05  SN-VENDOR-ID   PIC X(04).
       FD  EVIDENCE-OUT.
           COPY "ctlevid.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "timelgpm.cpy".
           COPY "bizdtpm.cpy".
       01  WS-STOPLIST-EOF-SW      PIC X VALUE "N".
            88 STOPLIST-EOF        VALUE "Y".
       01  WS-CARDS-EOF-SW         PIC X VALUE "N".
           05  WS-REMOVE-ENTRY OCCURS 200 TIMES
                   INDEXED BY REM-NDX.
               10  WS-REMOVE-VENDOR PIC X(04).
       01  WS-EVID-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-EVID-TABLE.
           05  WS-EVID-ENTRY OCCURS 2000 TIMES
                   INDEXED BY EVID-NDX.
               10  WS-EVID-ACTION   PIC X(01).
               10  WS-EVID-VENDOR   PIC X(04).
               10  WS-EVID-USER     PIC X(08).
               10  WS-EVID-OUTCOME  PIC X(01).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
               GOBACK
           END-IF.
           PERFORM P0A-WRITE-STOP-LIST.
           PERFORM P0A-WRITE-EVIDENCE.
           DISPLAY "STOPAPPL ADDS=" WS-ADDS-APPLIED
               " REMOVES=" WS-REMOVES-APPLIED
               " SKIPPED=" WS-CARDS-SKIPPED
           END-READ.
       P0A-APPLY-ONE-CARD.
           PERFORM P0A-SEARCH-STOP-LIST
           PERFORM P0A-NOTE-EVIDENCE
           EVALUATE TRUE
               WHEN SC-ADD AND NOT VENDOR-ON-LIST
                   IF  WS-STOP-COUNT < 2000
                       MOVE SC-VENDOR-ID
                           TO WS-STOP-VENDOR(STOP-NDX)
                       ADD 1 TO WS-ADDS-APPLIED
                       MOVE "A" TO WS-EVID-OUTCOME(EVID-NDX)
                       DISPLAY "STOPAPPL ADDED " SC-VENDOR-ID
                   ELSE
                       SET LOAD-TRUNCATED TO TRUE
                       MOVE SC-VENDOR-ID
                           TO WS-REMOVE-VENDOR(REM-NDX)
                       ADD 1 TO WS-REMOVES-APPLIED
                       MOVE "A" TO WS-EVID-OUTCOME(EVID-NDX)
                       DISPLAY "STOPAPPL REMOVED " SC-VENDOR-ID
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CARDS-SKIPPED
           END-EVALUATE.
      * The evidence for the card is held until the new list is
      * written. A card that cannot be held is a change with no
      * trail - the run stops the same way a full list does.
       P0A-NOTE-EVIDENCE.
           IF  WS-EVID-COUNT < 2000
               ADD 1 TO WS-EVID-COUNT
               SET EVID-NDX TO WS-EVID-COUNT
               MOVE SC-ACTION    TO WS-EVID-ACTION(EVID-NDX)
               MOVE SC-VENDOR-ID TO WS-EVID-VENDOR(EVID-NDX)
               MOVE SC-USER-ID   TO WS-EVID-USER(EVID-NDX)
               MOVE "S"          TO WS-EVID-OUTCOME(EVID-NDX)
           ELSE
               SET LOAD-TRUNCATED TO TRUE
           END-IF.
       P0A-SEARCH-STOP-LIST.
           MOVE "N" TO WS-VENDOR-ON-LIST-SW
           IF  WS-STOP-COUNT > ZERO
                   SET DROP-THIS-VENDOR TO TRUE
               END-IF
           END-PERFORM.
       P0A-WRITE-EVIDENCE.
           CALL "BIZDATE" USING BIZDATE-PARMS
           OPEN EXTEND EVIDENCE-OUT.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT EVIDENCE-OUT
           END-IF.
           PERFORM VARYING EVID-NDX FROM 1 BY 1
                   UNTIL EVID-NDX > WS-EVID-COUNT
               MOVE SPACES TO CONTROL-EVIDENCE-RECORD
               MOVE BZ-TIMESTAMP TO CE-TIMESTAMP
               SET CE-STOP-LIST  TO TRUE
               MOVE WS-EVID-VENDOR(EVID-NDX)  TO CE-KEY
               MOVE WS-EVID-ACTION(EVID-NDX)  TO CE-ACTION
               MOVE ZERO                      TO CE-AMOUNT
               MOVE WS-EVID-USER(EVID-NDX)    TO CE-MAKER
               MOVE ZERO                      TO CE-APPROVALS-REQD
               MOVE WS-EVID-OUTCOME(EVID-NDX) TO CE-OUTCOME
               WRITE CONTROL-EVIDENCE-RECORD
           END-PERFORM.
           CLOSE EVIDENCE-OUT.
