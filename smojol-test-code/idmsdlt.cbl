       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IDMSDLT.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * IDMSDLT - change-only delta of the DB-SET-3 extract. IDMSEXT
      * writes the whole population every night and the reporting
      * side used to throw away what it held and reload all of it.
      * This step compares tonight's IDMSEXT walk with the prior
      * night's extract (IDMSPRV, the copy the JCL keeps after this
      * step) on DB-FIELD-3 key and writes only what moved to the
      * IDMSDLT change file (idmsdlt.cpy): adds, changes with the
      * before and after DB-FIELD-3 data, and deletes, with a
      * trailer of its own counts. Once a week - the IDMDPARM
      * re-baseline day, 0 Sunday to 6 Saturday, default Sunday, or
      * any night the card says F - the file is instead the full
      * population as F records and the reporting side replaces
      * everything, so a missed or misapplied delta cannot drift on
      * for more than a week. A prior extract that is missing, has
      * no trailer, fails its own trailer count or overflows the
      * compare table cannot be trusted as a baseline either: that
      * night re-baselines too, with return code 4. Tonight's
      * extract must balance to its own trailer or the step stops
      * with return code 12 before writing anything - an incomplete
      * walk would otherwise be sent on as a run of deletes. Tonight
      * and the prior count must reconcile to the delta counts or
      * the step ends with 8. IDMSRECN still reconciles the full
      * extract against the billing master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-CARD ASSIGN TO "IDMDPARM"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT IDMS-EXTRACT ASSIGN TO "IDMSEXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRIOR-EXTRACT ASSIGN TO "IDMSPRV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DELTA-OUT ASSIGN TO "IDMSDLT"
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD.
           COPY "parmcrd.cpy".
       01  DELTA-PARM-FIELDS.
           05  DP-FULL-DAY        PIC X(01).
           05  DP-FORCE-FULL      PIC X(01).
           05  FILLER             PIC X(78).
       FD  IDMS-EXTRACT.
       01  EXTRACT-RECORD.
           05  EX-RECORD-TYPE      PIC X(01).
           05  EX-KEY              PIC X(10).
           05  EX-DATA             PIC X(50).
       01  EXTRACT-TRAILER REDEFINES EXTRACT-RECORD.
           05  EX-TRAILER-TYPE     PIC X(01).
           05  EX-RECORD-COUNT     PIC 9(07).
           05  FILLER              PIC X(53).
       FD  PRIOR-EXTRACT.
       01  PRIOR-RECORD.
           05  PX-RECORD-TYPE      PIC X(01).
           05  PX-KEY              PIC X(10).
           05  PX-DATA             PIC X(50).
       01  PRIOR-TRAILER REDEFINES PRIOR-RECORD.
           05  PX-TRAILER-TYPE     PIC X(01).
           05  PX-RECORD-COUNT     PIC 9(07).
           05  FILLER              PIC X(53).
       FD  DELTA-OUT.
           COPY "idmsdlt.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "bizdtpm.cpy".
           COPY "timelgpm.cpy".
       01  WS-EXTRACT-EOF-SW       PIC X VALUE "N".
            88 EXTRACT-EOF         VALUE "Y".
       01  WS-PRIOR-EOF-SW         PIC X VALUE "N".
            88 PRIOR-EOF           VALUE "Y".
       01  WS-TRAILER-SEEN-SW      PIC X VALUE "N".
            88 TRAILER-SEEN        VALUE "Y".
       01  WS-MODE-SW              PIC X VALUE "D".
            88 DELTA-MODE          VALUE "D".
            88 FULL-MODE           VALUE "F".
       01  WS-FORCE-FULL-SW        PIC X VALUE "N".
            88 FULL-FORCED         VALUE "F".
       01  WS-FULL-DAY             PIC 9(01) VALUE 0.
       01  WS-DAY-OF-WEEK          PIC 9(01) VALUE 0.
       01  WS-STEP-RC              PIC 9(02) VALUE ZERO.
       01  WS-TRAILER-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-TONIGHT-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-PRIOR-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-ADD-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-CHANGE-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-DELETE-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-UNCHANGED-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-FULL-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-REBASE-REASON        PIC X(30) VALUE SPACES.
       01  WS-PRV-COUNT            PIC 9(04) COMP VALUE 0.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY OCCURS 5000 TIMES
                   INDEXED BY PRV-NDX.
               10  WS-PRV-KEY     PIC X(10).
               10  WS-PRV-DATA    PIC X(50).
               10  WS-PRV-SEEN-SW PIC X(01).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "IDMSDLT" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           CALL "BIZDATE" USING BIZDATE-PARMS.
           PERFORM P0A-READ-PARM-CARD.
           PERFORM P0A-CHECK-TONIGHT.
      * Tonight's walk is the truth the reporting side is brought
      * to - a short or unbalanced one would go out as deletes.
           IF  NOT TRAILER-SEEN
               OR WS-TRAILER-COUNT NOT = WS-TONIGHT-COUNT
               DISPLAY "IDMSDLT ABORT - IDMSEXT DOES NOT BALANCE"
                   " TO ITS TRAILER - RECORDS=" WS-TONIGHT-COUNT
                   " TRAILER=" WS-TRAILER-COUNT
               MOVE "IDMSDLT" TO TM-PROGRAM-ID
               SET TM-END TO TRUE
               CALL "TIMELOG" USING TIMELOG-PARMS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(BZ-BUSINESS-DATE), 7).
           IF  FULL-FORCED
               SET FULL-MODE TO TRUE
               MOVE "FORCED BY IDMDPARM" TO WS-REBASE-REASON
           ELSE
               IF  WS-DAY-OF-WEEK = WS-FULL-DAY
                   SET FULL-MODE TO TRUE
                   MOVE "WEEKLY RE-BASELINE" TO WS-REBASE-REASON
               ELSE
                   PERFORM P0A-LOAD-PRIOR
               END-IF
           END-IF.
           OPEN OUTPUT DELTA-OUT.
           MOVE ZERO TO WS-TONIGHT-COUNT.
           MOVE "N" TO WS-EXTRACT-EOF-SW.
           OPEN INPUT IDMS-EXTRACT.
           PERFORM P0A-READ-EXTRACT.
           PERFORM UNTIL EXTRACT-EOF
               IF  EX-RECORD-TYPE = "D"
                   ADD 1 TO WS-TONIGHT-COUNT
                   IF  FULL-MODE
                       PERFORM P0A-WRITE-FULL-MEMBER
                   ELSE
                       PERFORM P0A-COMPARE-ONE-MEMBER
                   END-IF
               END-IF
               PERFORM P0A-READ-EXTRACT
           END-PERFORM.
           CLOSE IDMS-EXTRACT.
           IF  DELTA-MODE
               PERFORM P0A-WRITE-DELETES
           END-IF.
           PERFORM P0A-WRITE-TRAILER.
           CLOSE DELTA-OUT.
           PERFORM P0A-RECONCILE.
           IF  FULL-MODE
               DISPLAY "IDMSDLT FULL RE-BASELINE - " WS-REBASE-REASON
                   " MEMBERS=" WS-FULL-COUNT
           ELSE
               DISPLAY "IDMSDLT DELTA - TONIGHT=" WS-TONIGHT-COUNT
                   " PRIOR=" WS-PRIOR-COUNT
                   " ADDS=" WS-ADD-COUNT
                   " CHANGES=" WS-CHANGE-COUNT
                   " DELETES=" WS-DELETE-COUNT
                   " UNCHANGED=" WS-UNCHANGED-COUNT
           END-IF.
           MOVE "IDMSDLT" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           MOVE WS-STEP-RC TO RETURN-CODE
           GOBACK.
       P0A-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF  FS-SUCCESS
               READ PARM-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF  DP-FORCE-FULL = "F"
                           SET FULL-FORCED TO TRUE
                       END-IF
                       IF  DP-FULL-DAY NUMERIC
                           AND DP-FULL-DAY < "7"
                           MOVE DP-FULL-DAY TO WS-FULL-DAY
                       END-IF
               END-READ
               CLOSE PARM-CARD
           END-IF.
       P0A-CHECK-TONIGHT.
           OPEN INPUT IDMS-EXTRACT.
           IF  FS-SUCCESS
               PERFORM P0A-READ-EXTRACT
               PERFORM UNTIL EXTRACT-EOF
                   EVALUATE EX-RECORD-TYPE
                       WHEN "D"
                           ADD 1 TO WS-TONIGHT-COUNT
                       WHEN "T"
                           SET TRAILER-SEEN TO TRUE
                           MOVE EX-RECORD-COUNT TO WS-TRAILER-COUNT
                   END-EVALUATE
                   PERFORM P0A-READ-EXTRACT
               END-PERFORM
               CLOSE IDMS-EXTRACT
           END-IF.
       P0A-READ-EXTRACT.
           READ IDMS-EXTRACT
               AT END
                   SET EXTRACT-EOF TO TRUE
           END-READ.
      * The prior night's extract has to prove itself the same way
      * tonight's does before it is used as a baseline; when it
      * cannot, the night re-baselines rather than guess.
       P0A-LOAD-PRIOR.
           MOVE "N" TO WS-TRAILER-SEEN-SW
           MOVE ZERO TO WS-TRAILER-COUNT
           OPEN INPUT PRIOR-EXTRACT
           IF  FS-SUCCESS
               PERFORM P0A-READ-PRIOR
               PERFORM UNTIL PRIOR-EOF
                   EVALUATE PX-RECORD-TYPE
                       WHEN "D"
                           PERFORM P0A-KEEP-PRIOR-MEMBER
                       WHEN "T"
                           SET TRAILER-SEEN TO TRUE
                           MOVE PX-RECORD-COUNT TO WS-TRAILER-COUNT
                   END-EVALUATE
                   PERFORM P0A-READ-PRIOR
               END-PERFORM
               CLOSE PRIOR-EXTRACT
               EVALUATE TRUE
                   WHEN WS-PRIOR-COUNT > 5000
                       MOVE "PRIOR EXTRACT OVER TABLE SIZE"
                           TO WS-REBASE-REASON
                   WHEN NOT TRAILER-SEEN
                       MOVE "PRIOR EXTRACT HAS NO TRAILER"
                           TO WS-REBASE-REASON
                   WHEN WS-TRAILER-COUNT NOT = WS-PRIOR-COUNT
                       MOVE "PRIOR EXTRACT OUT OF BALANCE"
                           TO WS-REBASE-REASON
               END-EVALUATE
           ELSE
               MOVE "NO PRIOR EXTRACT" TO WS-REBASE-REASON
           END-IF
           IF  WS-REBASE-REASON NOT = SPACES
               SET FULL-MODE TO TRUE
               MOVE ZERO TO WS-PRIOR-COUNT
               MOVE 4 TO WS-STEP-RC
           END-IF.
       P0A-READ-PRIOR.
           READ PRIOR-EXTRACT
               AT END
                   SET PRIOR-EOF TO TRUE
           END-READ.
       P0A-KEEP-PRIOR-MEMBER.
           ADD 1 TO WS-PRIOR-COUNT
           IF  WS-PRV-COUNT < 5000
               ADD 1 TO WS-PRV-COUNT
               SET PRV-NDX TO WS-PRV-COUNT
               MOVE PX-KEY  TO WS-PRV-KEY(PRV-NDX)
               MOVE PX-DATA TO WS-PRV-DATA(PRV-NDX)
               MOVE "N"     TO WS-PRV-SEEN-SW(PRV-NDX)
           END-IF.
       P0A-COMPARE-ONE-MEMBER.
           SET PRV-NDX TO 1
           SEARCH WS-PRIOR-ENTRY
               AT END
                   PERFORM P0A-WRITE-ADD
               WHEN PRV-NDX > WS-PRV-COUNT
                   PERFORM P0A-WRITE-ADD
               WHEN WS-PRV-KEY(PRV-NDX) = EX-KEY
                   MOVE "Y" TO WS-PRV-SEEN-SW(PRV-NDX)
                   IF  WS-PRV-DATA(PRV-NDX) = EX-DATA
                       ADD 1 TO WS-UNCHANGED-COUNT
                   ELSE
                       MOVE SPACES              TO IDMS-DELTA-RECORD
                       SET DT-CHANGED           TO TRUE
                       MOVE EX-KEY              TO DT-KEY
                       MOVE WS-PRV-DATA(PRV-NDX) TO DT-BEFORE-DATA
                       MOVE EX-DATA             TO DT-AFTER-DATA
                       WRITE IDMS-DELTA-RECORD
                       ADD 1 TO WS-CHANGE-COUNT
                   END-IF
           END-SEARCH.
       P0A-WRITE-ADD.
           MOVE SPACES  TO IDMS-DELTA-RECORD
           SET DT-ADDED TO TRUE
           MOVE EX-KEY  TO DT-KEY
           MOVE EX-DATA TO DT-AFTER-DATA
           WRITE IDMS-DELTA-RECORD
           ADD 1 TO WS-ADD-COUNT.
       P0A-WRITE-FULL-MEMBER.
           MOVE SPACES        TO IDMS-DELTA-RECORD
           SET DT-FULL-MEMBER TO TRUE
           MOVE EX-KEY        TO DT-KEY
           MOVE EX-DATA       TO DT-AFTER-DATA
           WRITE IDMS-DELTA-RECORD
           ADD 1 TO WS-FULL-COUNT.
       P0A-WRITE-DELETES.
           PERFORM VARYING PRV-NDX FROM 1 BY 1
                   UNTIL PRV-NDX > WS-PRV-COUNT
               IF  WS-PRV-SEEN-SW(PRV-NDX) NOT = "Y"
                   MOVE SPACES              TO IDMS-DELTA-RECORD
                   SET DT-DELETED           TO TRUE
                   MOVE WS-PRV-KEY(PRV-NDX)  TO DT-KEY
                   MOVE WS-PRV-DATA(PRV-NDX) TO DT-BEFORE-DATA
                   WRITE IDMS-DELTA-RECORD
                   ADD 1 TO WS-DELETE-COUNT
               END-IF
           END-PERFORM.
       P0A-WRITE-TRAILER.
           MOVE SPACES             TO IDMS-DELTA-TRAILER
           SET DT-TRAILER-REC      TO TRUE
           MOVE WS-MODE-SW         TO DT-FILE-MODE
           MOVE BZ-BUSINESS-DATE   TO DT-BUSINESS-DATE
           MOVE WS-TONIGHT-COUNT   TO DT-TONIGHT-COUNT
           MOVE WS-PRIOR-COUNT     TO DT-PRIOR-COUNT
           MOVE WS-ADD-COUNT       TO DT-ADD-COUNT
           MOVE WS-CHANGE-COUNT    TO DT-CHANGE-COUNT
           MOVE WS-DELETE-COUNT    TO DT-DELETE-COUNT
           MOVE WS-UNCHANGED-COUNT TO DT-UNCHANGED-COUNT
           MOVE WS-FULL-COUNT      TO DT-FULL-COUNT
           WRITE IDMS-DELTA-RECORD.
       P0A-RECONCILE.
           IF  FULL-MODE
               IF  WS-FULL-COUNT NOT = WS-TONIGHT-COUNT
                   DISPLAY "IDMSDLT COUNT BREAK - TONIGHT="
                       WS-TONIGHT-COUNT " FULL=" WS-FULL-COUNT
                   MOVE 8 TO WS-STEP-RC
               END-IF
           ELSE
               IF  WS-TONIGHT-COUNT NOT = WS-ADD-COUNT
                       + WS-CHANGE-COUNT + WS-UNCHANGED-COUNT
                   OR WS-PRIOR-COUNT NOT = WS-DELETE-COUNT
                       + WS-CHANGE-COUNT + WS-UNCHANGED-COUNT
                   DISPLAY "IDMSDLT COUNT BREAK - TONIGHT="
                       WS-TONIGHT-COUNT " PRIOR=" WS-PRIOR-COUNT
                   MOVE 8 TO WS-STEP-RC
               END-IF
           END-IF.
