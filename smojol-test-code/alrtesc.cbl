       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTESC.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * ALRTESC - ESCALATION OF UNACKNOWLEDGED SEVERITY-1 ALERTS.
      * A NON-TERMINAL TASK (TRANSACTION ALES) THE PLT STARTS AT
      * CICS START-UP AND WHICH RE-STARTS ITSELF EVERY FIVE MINUTES.
      * EACH PASS BROWSES THE ALRTVSAM ALERT CLUSTER FOR SEVERITY-1
      * ALERTS NOBODY HAS ACKNOWLEDGED ON THE ALRTACK SCREEN WITHIN
      * THE ESCALATION WINDOW, AND RE-RAISES EACH ONE ONCE TO THE
      * SHIFT SUPERVISOR'S SUPV QUEUE. THE ALERT IS MARKED ESCALATED
      * ON THE CLUSTER AND AN E CARD GOES THROUGH THE ALAQ QUEUE SO
      * TDSHIFT SHOWS THE ESCALATION IN THE MORNING. THE BROWSE
      * STARTS TWO DAYS BACK - ANYTHING OLDER WAS RE-RAISED LONG AGO.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP            PIC S9(8) COMP.
       01  WS-RID-KEY         PIC X(24) VALUE SPACES.
       01  WS-TRANSID         PIC X(04) VALUE 'ALES'.
      * MINUTES A SEVERITY-1 ALERT MAY STAND UNACKNOWLEDGED BEFORE
      * IT IS RE-RAISED, AND THE HHMMSS INTERVAL BETWEEN PASSES.
       01  WS-ESCALATE-MINUTES PIC 9(03) VALUE 30.
       01  WS-RESTART-INTERVAL PIC S9(07) COMP-3 VALUE 500.
       01  WS-SUPERVISOR-QUEUE PIC X(04) VALUE 'SUPV'.
      * THE DCT ROUTES THE ALAQ EXTRAPARTITION QUEUE TO THE ALRTACK
      * DATASET TDSHIFT REPORTS FROM.
       01  WS-ALRTACK-QUEUE   PIC X(04) VALUE 'ALAQ'.
           COPY "alrtack.cpy".
       01  WS-SUPERVISOR-MSG.
           05  FILLER         PIC X(13) VALUE "SEV1 UNACKED ".
           05  WS-SUP-AGE     PIC ZZZZ9.
           05  FILLER         PIC X(05) VALUE " MIN ".
           05  WS-SUP-KEY     PIC X(24).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  WS-SUP-MESSAGE PIC X(32).
       01  WS-ABSTIME         PIC S9(15) COMP-3.
       01  WS-NOW-TS.
           05  WS-NOW-DATE    PIC X(08) VALUE SPACES.
           05  WS-NOW-TIME    PIC X(06) VALUE SPACES.
       01  WS-NOW-PARTS REDEFINES WS-NOW-TS.
           05  WS-NOW-DATE-N  PIC 9(08).
           05  WS-NOW-HH      PIC 9(02).
           05  WS-NOW-MI      PIC 9(02).
           05  WS-NOW-SS      PIC 9(02).
       01  WS-ALERT-TS        PIC X(14) VALUE SPACES.
       01  WS-ALERT-PARTS REDEFINES WS-ALERT-TS.
           05  WS-ALERT-DATE-N PIC 9(08).
           05  WS-ALERT-HH    PIC 9(02).
           05  WS-ALERT-MI    PIC 9(02).
           05  WS-ALERT-SS    PIC 9(02).
       01  WS-START-DATE      PIC 9(08) VALUE ZERO.
       01  WS-AGE-MINUTES     PIC S9(07) VALUE ZERO.
      * OVERDUE ALERTS ARE GATHERED DURING THE BROWSE AND UPDATED
      * AFTER IT ENDS; ANY BEYOND THE TABLE WAIT FOR THE NEXT PASS.
       01  WS-OVERDUE-COUNT   PIC 9(02) VALUE ZERO.
       01  WS-OVERDUE-MAX     PIC 9(02) VALUE 50.
       01  WS-OVERDUE-NDX     PIC 9(02) VALUE ZERO.
       01  WS-OVERDUE-TABLE.
           05  WS-OVERDUE-KEY PIC X(24) OCCURS 50 TIMES.
           COPY "alrtvsam.cpy".
       PROCEDURE DIVISION.
       MAINLINE.
      *****************************************************************
      *****************************************************************
       SCAN-FOR-OVERDUE.
      *****************************************************************

           EXEC CICS
                ASKTIME
                ABSTIME (WS-ABSTIME)
           END-EXEC.

           EXEC CICS
                FORMATTIME
                ABSTIME  (WS-ABSTIME)
                YYYYMMDD (WS-NOW-DATE)
                TIME     (WS-NOW-TIME)
           END-EXEC.

           COMPUTE WS-START-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-N) - 2).
           MOVE LOW-VALUES    TO WS-RID-KEY.
           MOVE WS-START-DATE TO WS-RID-KEY(1:8).
           MOVE ZERO          TO WS-OVERDUE-COUNT.

           EXEC CICS
                STARTBR
                FILE     ('ALRTVSAM')
                RIDFLD   (WS-RID-KEY)
                GTEQ
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               GO TO RESTART-TASK
           END-IF.

           PERFORM CHECK-ONE-ALERT THRU COA-EXIT
               UNTIL WS-OVERDUE-COUNT >= WS-OVERDUE-MAX
               OR WS-RESP NOT = DFHRESP(NORMAL).

           EXEC CICS
                ENDBR
                FILE    ('ALRTVSAM')
                NOHANDLE
           END-EXEC.

           MOVE ZERO TO WS-OVERDUE-NDX.
           PERFORM ESCALATE-ONE-ALERT THRU EOA-EXIT
               UNTIL WS-OVERDUE-NDX >= WS-OVERDUE-COUNT.

       SFO-EXIT. EXIT.
      *****************************************************************
       RESTART-TASK.
      *****************************************************************

           EXEC CICS
                START
                TRANSID  (WS-TRANSID)
                INTERVAL (WS-RESTART-INTERVAL)
                NOHANDLE
           END-EXEC.

           GO TO TERMIN.

       RST-EXIT. EXIT.
      *****************************************************************
       CHECK-ONE-ALERT.
      *****************************************************************

           EXEC CICS
                READNEXT
                FILE     ('ALRTVSAM')
                INTO     (ALERT-VSAM-RECORD)
                RIDFLD   (WS-RID-KEY)
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP = DFHRESP(NORMAL)
               AND AV-SEV-CONSOLE
               AND AV-UNACKED
               AND NOT AV-ESCALATED
               PERFORM COMPUTE-ALERT-AGE THRU CAA-EXIT
               IF  WS-AGE-MINUTES >= WS-ESCALATE-MINUTES
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE AV-ALERT-KEY
                       TO WS-OVERDUE-KEY(WS-OVERDUE-COUNT)
               END-IF
           END-IF.

       COA-EXIT. EXIT.
      *****************************************************************
       COMPUTE-ALERT-AGE.
      *****************************************************************

           MOVE AV-TIMESTAMP TO WS-ALERT-TS.
           MOVE ZERO TO WS-AGE-MINUTES.
           IF  WS-ALERT-TS NUMERIC
               AND WS-ALERT-DATE-N > ZERO
               AND WS-ALERT-DATE-N NOT > WS-NOW-DATE-N
               COMPUTE WS-AGE-MINUTES =
                   (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-N)
                    - FUNCTION INTEGER-OF-DATE(WS-ALERT-DATE-N))
                   * 1440
                   + WS-NOW-HH * 60 + WS-NOW-MI
                   - WS-ALERT-HH * 60 - WS-ALERT-MI
               IF  WS-AGE-MINUTES < ZERO
                   MOVE ZERO TO WS-AGE-MINUTES
               END-IF
           END-IF.

       CAA-EXIT. EXIT.
      *****************************************************************
       ESCALATE-ONE-ALERT.
      *****************************************************************

           ADD 1 TO WS-OVERDUE-NDX.
           MOVE WS-OVERDUE-KEY(WS-OVERDUE-NDX) TO WS-RID-KEY.

           EXEC CICS
                READ
                FILE     ('ALRTVSAM')
                INTO     (ALERT-VSAM-RECORD)
                RIDFLD   (WS-RID-KEY)
                UPDATE
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               GO TO EOA-EXIT
           END-IF.

      * AN OPERATOR MAY HAVE ACKNOWLEDGED IT SINCE THE BROWSE.
           IF  NOT AV-UNACKED OR AV-ESCALATED
               EXEC CICS
                    UNLOCK
                    FILE    ('ALRTVSAM')
                    NOHANDLE
               END-EXEC
               GO TO EOA-EXIT
           END-IF.

           SET AV-ESCALATED TO TRUE.
           MOVE WS-NOW-TS   TO AV-ESCALATED-TS.

           EXEC CICS
                REWRITE
                FILE     ('ALRTVSAM')
                FROM     (ALERT-VSAM-RECORD)
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP = DFHRESP(NORMAL)
               PERFORM COMPUTE-ALERT-AGE THRU CAA-EXIT
               PERFORM WRITE-SUPERVISOR-MSG THRU WSM-EXIT
               PERFORM WRITE-ESCALATION-CARD THRU WEC-EXIT
           END-IF.

       EOA-EXIT. EXIT.
      *****************************************************************
       WRITE-SUPERVISOR-MSG.
      *****************************************************************

           MOVE WS-AGE-MINUTES TO WS-SUP-AGE.
           MOVE AV-ALERT-KEY   TO WS-SUP-KEY.
           MOVE AV-MESSAGE     TO WS-SUP-MESSAGE.

           EXEC CICS
                WRITEQ TD
                QUEUE   (WS-SUPERVISOR-QUEUE)
                FROM    (WS-SUPERVISOR-MSG)
                LENGTH  (LENGTH OF WS-SUPERVISOR-MSG)
                NOHANDLE
           END-EXEC.

       WSM-EXIT. EXIT.
      *****************************************************************
       WRITE-ESCALATION-CARD.
      *****************************************************************

           SET AK-ESCALATED TO TRUE.
           MOVE AV-ALERT-KEY TO AK-ALERT-KEY.
           MOVE WS-NOW-TS    TO AK-EVENT-TS.
           MOVE WS-TRANSID   TO AK-USER-ID.
           MOVE "RE-RAISED TO SHIFT SUPERVISOR" TO AK-NOTE.

           EXEC CICS
                WRITEQ TD
                QUEUE   (WS-ALRTACK-QUEUE)
                FROM    (ALERT-ACK-CARD)
                LENGTH  (LENGTH OF ALERT-ACK-CARD)
                NOHANDLE
           END-EXEC.

       WEC-EXIT. EXIT.
      *****************************************************************
       TERMIN.
      *****************************************************************

           EXEC CICS RETURN
           END-EXEC.

       TERMIN-EXIT. EXIT.
