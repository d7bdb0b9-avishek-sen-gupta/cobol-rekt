       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTACK.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * ALRTACK - OPERATOR ACKNOWLEDGEMENT OF OPALERT ALERTS. A
      * SEVERITY-1 ALERT GOES TO THE CONSOLE AND SCROLLS AWAY, AND
      * IN THE MORNING NOBODY COULD SAY WHETHER ANYONE SAW THE
      * 2 A.M. ABORT. THE OPERATOR KEYS
      *     L                           - LIST UNACKNOWLEDGED ALERTS
      *     L KEY                       - LIST ON FROM THE KEY SHOWN
      *     A KEY OPID NOTE             - ACKNOWLEDGE THE ALERT KEYED
      * WHERE KEY IS THE 24-CHARACTER ALERT KEY EXACTLY AS THE LIST
      * SHOWS IT, OPID THE OPERATOR'S ID (THE SIGNED-ON USER IF LEFT
      * BLANK) AND NOTE WHAT WAS DONE ABOUT IT. THE ACKNOWLEDGEMENT
      * IS RECORDED ON THE ALRTVSAM CLUSTER CKPTLOAD'S ALRTLOAD STEP
      * KEEPS, AND QUEUED AS AN ACK CARD THROUGH THE ALAQ QUEUE SO
      * TDSHIFT CAN REPORT TIME-TO-ACKNOWLEDGE IN THE MORNING.
      * AN UNACKNOWLEDGED SEVERITY-1 ALERT IS RE-RAISED TO THE
      * SHIFT SUPERVISOR BY THE ALRTESC TASK.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TERMINAL-INPUT.
           05  WS-INP-ACTION  PIC X(01).
               88  WS-ACT-LIST    VALUE "L".
               88  WS-ACT-ACK     VALUE "A".
           05  FILLER         PIC X(01).
           05  WS-INP-KEY     PIC X(24).
           05  FILLER         PIC X(01).
           05  WS-INP-OPID    PIC X(08).
           05  FILLER         PIC X(01).
           05  WS-INP-NOTE    PIC X(40).
       01  WS-USERID          PIC X(08) VALUE SPACES.
       01  WS-RID-KEY         PIC X(24) VALUE SPACES.
       01  WS-RESP            PIC S9(8) COMP.
       01  WS-REPLY-TEXT      PIC X(80) VALUE SPACES.
       01  WS-BAD-ACTION-TEXT PIC X(40)
               VALUE "ACTION MUST BE L OR A".
       01  WS-NO-OPID-TEXT    PIC X(40)
               VALUE "OPERATOR ID IS REQUIRED TO ACKNOWLEDGE".
       01  WS-NO-NOTE-TEXT    PIC X(40)
               VALUE "ACTION NOTE IS REQUIRED TO ACKNOWLEDGE".
       01  WS-NOT-FOUND-TEXT  PIC X(40)
               VALUE "ALERT NOT FOUND - KEY AS SHOWN ON LIST".
       01  WS-ALREADY-TEXT    PIC X(40)
               VALUE "ALERT IS ALREADY ACKNOWLEDGED".
       01  WS-NONE-OPEN-TEXT  PIC X(40)
               VALUE "NO UNACKNOWLEDGED ALERTS".
       01  WS-TRANSID         PIC X(04) VALUE 'ALAK'.
       01  WS-COMMAREA        PIC X(01) VALUE SPACES.
       01  WS-AUDIT-QUEUE     PIC X(04) VALUE 'AUDT'.
      * THE DCT ROUTES THE ALAQ EXTRAPARTITION QUEUE TO THE ALRTACK
      * DATASET - TDSHIFT READS IT FOR TIME-TO-ACKNOWLEDGE AND THE
      * ALRTLOAD STEP REAPPLIES IT TO A REBUILT ALRTVSAM CLUSTER.
       01  WS-ALRTACK-QUEUE   PIC X(04) VALUE 'ALAQ'.
           COPY "alrtack.cpy".
       01  WS-AUDIT-MSG.
           05  WS-AUD-TERMID  PIC X(04).
           05  FILLER         PIC X(01) VALUE '/'.
           05  WS-AUD-TRANID  PIC X(04).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  WS-AUD-USERID  PIC X(08).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  WS-AUD-KEY     PIC X(24).
           05  FILLER         PIC X(09) VALUE ' ALRTACK '.
           05  WS-AUD-TIME    PIC 9(07).
           05  FILLER         PIC X(21) VALUE SPACES.
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
       01  WS-AGE-MINUTES     PIC S9(07) VALUE ZERO.
       01  WS-LINE-NDX        PIC 9(02) VALUE ZERO.
       01  WS-LINES-PER-SCREEN PIC 9(02) VALUE 10.
       01  WS-SCREEN-AREA.
           05  WS-HEADING-LINE PIC X(80) VALUE
               "ALERT KEY                S   AGE FLG MESSAGE".
           05  WS-SCREEN-LINES.
               10  WS-SCREEN-LINE OCCURS 10 TIMES.
                   15  SL-ALERT-KEY    PIC X(24).
                   15  FILLER          PIC X(01).
                   15  SL-SEVERITY     PIC 9(01).
                   15  FILLER          PIC X(01).
                   15  SL-AGE          PIC ZZZZ9.
                   15  FILLER          PIC X(01).
                   15  SL-FLAG         PIC X(03).
                   15  FILLER          PIC X(01).
                   15  SL-MESSAGE      PIC X(43).
       01  WS-FOOTER-LINE     PIC X(80) VALUE SPACES.
      * THE ALERT KSDS THE CKPTLOAD CYCLE REFRESHES FROM OPALERTL.
      * AGE ON THE LIST IS IN MINUTES; ESC MARKS AN ALERT ALRTESC
      * HAS ALREADY RE-RAISED TO THE SUPERVISOR.
           COPY "alrtvsam.cpy".
      * EVERY KEY THIS TRANSACTION SHOWS OR CHANGES GOES ON THE
      * COMMON ONLINE AUDIT TRAIL THROUGH THE SHARED ONLAUDT
      * ROUTINE.
       01  WS-AUDIT-PROGRAM   PIC X(08) VALUE 'ONLAUDT'.
           COPY "onlaudt.cpy".
       PROCEDURE DIVISION.
       MAINLINE.
      *****************************************************************
      *****************************************************************
       RECEIVE-ALERT-REQUEST.
      *****************************************************************

           MOVE SPACES TO WS-TERMINAL-INPUT.

           EXEC CICS
                RECEIVE
                INTO    (WS-TERMINAL-INPUT)
                LENGTH  (LENGTH OF WS-TERMINAL-INPUT)
                NOHANDLE
           END-EXEC.

           EXEC CICS
                ASSIGN
                USERID  (WS-USERID)
                NOHANDLE
           END-EXEC.

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

           IF  NOT WS-ACT-LIST AND NOT WS-ACT-ACK
               PERFORM SEND-BAD-ACTION THRU SBA-EXIT
               GO TO TERMIN
           END-IF.
           IF  WS-ACT-LIST
               PERFORM LIST-OPEN-ALERTS THRU LOA-EXIT
               GO TO TERMIN
           END-IF.

      * THE OPERATOR ID KEYED IS THE ONE RECORDED - THE NIGHT SHIFT
      * OFTEN WORKS FROM ONE CONSOLE SIGN-ON - WITH THE SIGNED-ON
      * USER STANDING IN WHEN NONE IS KEYED.
           IF  WS-INP-OPID = SPACES
               MOVE WS-USERID TO WS-INP-OPID
           END-IF.
           IF  WS-INP-OPID = SPACES
               PERFORM SEND-NO-OPID THRU SNP-EXIT
               GO TO TERMIN
           END-IF.
           IF  WS-INP-NOTE = SPACES
               PERFORM SEND-NO-NOTE THRU SNN-EXIT
               GO TO TERMIN
           END-IF.

       READ-ALERT-UPDATE.
      *****************************************************************

           EXEC CICS
                READ
                FILE     ('ALRTVSAM')
                INTO     (ALERT-VSAM-RECORD)
                RIDFLD   (WS-INP-KEY)
                UPDATE
                RESP     (WS-RESP)
           END-EXEC.

      * ONLY AN ACKNOWLEDGEMENT ACTUALLY RECORDED IS AN UPDATE ON
      * THE AUDIT TRAIL - A REFUSED KEY IS THE LOOK IT WAS.
           SET OA-INQUIRY     TO TRUE.
           SET OA-KEY-ALERT   TO TRUE.
           MOVE WS-INP-KEY    TO OA-KEY-VALUE.
           IF  WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT
               PERFORM SEND-NOT-FOUND THRU SNF-EXIT
               GO TO TERMIN
           END-IF.

           IF  AV-ACKED
               PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT
               PERFORM UNLOCK-AND-REFUSE THRU UNL-EXIT
               GO TO TERMIN
           END-IF.
           PERFORM ACKNOWLEDGE-ALERT THRU AKA-EXIT.
           GO TO TERMIN.

       RAU-EXIT. EXIT.
      *****************************************************************
       LIST-OPEN-ALERTS.
      *****************************************************************

           MOVE WS-INP-KEY TO WS-RID-KEY.

           EXEC CICS
                STARTBR
                FILE     ('ALRTVSAM')
                RIDFLD   (WS-RID-KEY)
                GTEQ
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM SEND-NONE-OPEN THRU SNO-EXIT
               GO TO LOA-EXIT
           END-IF.

           MOVE SPACES TO WS-SCREEN-LINES.
           MOVE ZERO   TO WS-LINE-NDX.
           PERFORM FILL-ONE-LINE THRU FOL-EXIT
               UNTIL WS-LINE-NDX >= WS-LINES-PER-SCREEN
               OR WS-RESP NOT = DFHRESP(NORMAL).

           EXEC CICS
                ENDBR
                FILE    ('ALRTVSAM')
                NOHANDLE
           END-EXEC.

           IF  WS-LINE-NDX = ZERO
               PERFORM SEND-NONE-OPEN THRU SNO-EXIT
               GO TO LOA-EXIT
           END-IF.
           PERFORM SEND-SCREEN THRU SSC-EXIT.

       LOA-EXIT. EXIT.
      *****************************************************************
       FILL-ONE-LINE.
      *****************************************************************

           EXEC CICS
                READNEXT
                FILE     ('ALRTVSAM')
                INTO     (ALERT-VSAM-RECORD)
                RIDFLD   (WS-RID-KEY)
                RESP     (WS-RESP)
           END-EXEC.

      * A CONTINUED LIST STARTS ON THE ALERT THE LAST SCREEN ENDED
      * ON - SKIP IT RATHER THAN SHOW IT TWICE.
           IF  WS-RESP = DFHRESP(NORMAL)
               AND AV-ALERT-KEY NOT = WS-INP-KEY
               AND AV-UNACKED
               ADD 1 TO WS-LINE-NDX
               MOVE AV-ALERT-KEY  TO SL-ALERT-KEY(WS-LINE-NDX)
               MOVE AV-SEVERITY   TO SL-SEVERITY(WS-LINE-NDX)
               MOVE AV-MESSAGE    TO SL-MESSAGE(WS-LINE-NDX)
               PERFORM COMPUTE-ALERT-AGE THRU CAA-EXIT
               MOVE WS-AGE-MINUTES TO SL-AGE(WS-LINE-NDX)
               IF  AV-ESCALATED
                   MOVE "ESC" TO SL-FLAG(WS-LINE-NDX)
               END-IF
               SET OA-INQUIRY     TO TRUE
               SET OA-KEY-ALERT   TO TRUE
               MOVE AV-ALERT-KEY  TO OA-KEY-VALUE
               PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT
           END-IF.

       FOL-EXIT. EXIT.
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
       ACKNOWLEDGE-ALERT.
      *****************************************************************

           SET AV-ACKED TO TRUE.
           MOVE WS-INP-OPID TO AV-ACK-USER.
           MOVE WS-NOW-TS   TO AV-ACK-TS.
           MOVE WS-INP-NOTE TO AV-ACK-NOTE.

           EXEC CICS
                REWRITE
                FILE     ('ALRTVSAM')
                FROM     (ALERT-VSAM-RECORD)
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP = DFHRESP(NORMAL)
               PERFORM WRITE-ACK-CARD THRU WAK-EXIT
               PERFORM WRITE-ACK-AUDIT THRU WAU-EXIT
               SET OA-DIRECT-UPDATE TO TRUE
               PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT
               STRING WS-INP-KEY            DELIMITED BY SIZE
                      ' ACKNOWLEDGED BY '   DELIMITED BY SIZE
                      WS-INP-OPID           DELIMITED BY SIZE
                   INTO WS-REPLY-TEXT
           ELSE
               PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT
               MOVE "REWRITE FAILED - ALERT NOT ACKNOWLEDGED"
                   TO WS-REPLY-TEXT
           END-IF.

           EXEC CICS
                SEND TEXT
                FROM    (WS-REPLY-TEXT)
                LENGTH  (LENGTH OF WS-REPLY-TEXT)
                ERASE
           END-EXEC.

       AKA-EXIT. EXIT.
      *****************************************************************
       WRITE-ACK-CARD.
      *****************************************************************

           SET AK-ACKNOWLEDGED TO TRUE.
           MOVE AV-ALERT-KEY TO AK-ALERT-KEY.
           MOVE WS-NOW-TS    TO AK-EVENT-TS.
           MOVE WS-INP-OPID  TO AK-USER-ID.
           MOVE WS-INP-NOTE  TO AK-NOTE.

           EXEC CICS
                WRITEQ TD
                QUEUE   (WS-ALRTACK-QUEUE)
                FROM    (ALERT-ACK-CARD)
                LENGTH  (LENGTH OF ALERT-ACK-CARD)
                NOHANDLE
           END-EXEC.

       WAK-EXIT. EXIT.
      *****************************************************************
       WRITE-ACK-AUDIT.
      *****************************************************************

           MOVE EIBTRMID     TO WS-AUD-TERMID.
           MOVE EIBTRNID     TO WS-AUD-TRANID.
           MOVE WS-INP-OPID  TO WS-AUD-USERID.
           MOVE WS-INP-KEY   TO WS-AUD-KEY.
           MOVE EIBTIME      TO WS-AUD-TIME.

           EXEC CICS
                WRITEQ TD
                QUEUE   (WS-AUDIT-QUEUE)
                FROM    (WS-AUDIT-MSG)
                LENGTH  (LENGTH OF WS-AUDIT-MSG)
                NOHANDLE
           END-EXEC.

       WAU-EXIT. EXIT.
      *****************************************************************
       UNLOCK-AND-REFUSE.
      *****************************************************************

           EXEC CICS
                UNLOCK
                FILE    ('ALRTVSAM')
                NOHANDLE
           END-EXEC.

           EXEC CICS
                SEND TEXT
                FROM    (WS-ALREADY-TEXT)
                LENGTH  (LENGTH OF WS-ALREADY-TEXT)
                ERASE
           END-EXEC.

       UNL-EXIT. EXIT.
      *****************************************************************
       SEND-SCREEN.
      *****************************************************************

           EXEC CICS
                SEND TEXT
                FROM    (WS-SCREEN-AREA)
                LENGTH  (LENGTH OF WS-SCREEN-AREA)
                ERASE
           END-EXEC.

           MOVE "KEY L AND THE LAST KEY SHOWN FOR MORE"
               TO WS-FOOTER-LINE.

           EXEC CICS
                SEND TEXT
                FROM    (WS-FOOTER-LINE)
                LENGTH  (LENGTH OF WS-FOOTER-LINE)
                NOHANDLE
           END-EXEC.

       SSC-EXIT. EXIT.
      *****************************************************************
       SEND-BAD-ACTION.
      *****************************************************************

           EXEC CICS
                SEND TEXT
                FROM    (WS-BAD-ACTION-TEXT)
                LENGTH  (LENGTH OF WS-BAD-ACTION-TEXT)
                ERASE
           END-EXEC.

       SBA-EXIT. EXIT.
      *****************************************************************
       SEND-NO-OPID.
      *****************************************************************

           EXEC CICS
                SEND TEXT
                FROM    (WS-NO-OPID-TEXT)
                LENGTH  (LENGTH OF WS-NO-OPID-TEXT)
                ERASE
           END-EXEC.

       SNP-EXIT. EXIT.
      *****************************************************************
       SEND-NO-NOTE.
      *****************************************************************

           EXEC CICS
                SEND TEXT
                FROM    (WS-NO-NOTE-TEXT)
                LENGTH  (LENGTH OF WS-NO-NOTE-TEXT)
                ERASE
           END-EXEC.

       SNN-EXIT. EXIT.
      *****************************************************************
       SEND-NOT-FOUND.
      *****************************************************************

           EXEC CICS
                SEND TEXT
                FROM    (WS-NOT-FOUND-TEXT)
                LENGTH  (LENGTH OF WS-NOT-FOUND-TEXT)
                ERASE
           END-EXEC.

       SNF-EXIT. EXIT.
      *****************************************************************
       SEND-NONE-OPEN.
      *****************************************************************

           EXEC CICS
                SEND TEXT
                FROM    (WS-NONE-OPEN-TEXT)
                LENGTH  (LENGTH OF WS-NONE-OPEN-TEXT)
                ERASE
           END-EXEC.

       SNO-EXIT. EXIT.
      *****************************************************************
       WRITE-ONLINE-AUDIT.
      *****************************************************************

           MOVE 'ALRTACK' TO OA-PROGRAM-ID.

           EXEC CICS
                LINK
                PROGRAM  (WS-AUDIT-PROGRAM)
                COMMAREA (ONLINE-AUDIT-PARMS)
                LENGTH   (LENGTH OF ONLINE-AUDIT-PARMS)
                NOHANDLE
           END-EXEC.

       WOA-EXIT. EXIT.
      *****************************************************************
       TERMIN.
      *****************************************************************

           EXEC CICS RETURN
                TRANSID  (WS-TRANSID)
                COMMAREA (WS-COMMAREA)
           END-EXEC.

       TERMIN-EXIT. EXIT.
