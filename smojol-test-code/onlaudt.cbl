       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONLAUDT.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * ONLAUDT - THE ONE ROUTE EVERY ONLINE TRANSACTION'S ACTIVITY
      * TAKES TO THE AUDIT TRAIL. EACH TRANSACTION USED TO WRITE ITS
      * OWN AUDT LINE IN ITS OWN LAYOUT, AND SOME WROTE NONE, SO
      * "WHO LOOKED AT OR CHANGED THIS ACCOUNT OR VENDOR YESTERDAY"
      * HAD NO ANSWER. THE CALLER LINKS HERE WITH THE ONLAUDT
      * COMMAREA (PROGRAM, ACTION, KEY TYPE AND KEY); THIS ROUTINE
      * ADDS THE SIGNED-ON USER, THE TERMINAL, THE TRANSACTION AND
      * THE CICS DATE AND TIME, AND WRITES THE COMMON ONLAUDR RECORD
      * TO THE OAUD INTRAPARTITION QUEUE, WHICH TDDRAIN MOVES TO THE
      * DRNFILE DATASET FOR THE NIGHTLY ONLAUDRP REPORT. A LINKED
      * PROGRAM RUNS UNDER THE CALLER'S TASK, SO EIBTRMID AND
      * EIBTRNID ARE THE CALLER'S. THE TRANSACTIONS' OWN AUDT LINES
      * STAY AS THEY ARE - THEY CARRY THE BEFORE AND AFTER DETAIL
      * OF A CHANGE THIS RECORD DOES NOT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-OAUD-QUEUE      PIC X(04) VALUE 'OAUD'.
       01  WS-FALLBACK-QUEUE  PIC X(04) VALUE 'CSMT'.
       01  WS-RESP            PIC S9(8) COMP.
       01  WS-ABSTIME         PIC S9(15) COMP-3.
       01  WS-NOW-DATE        PIC X(08) VALUE SPACES.
       01  WS-NOW-TIME        PIC X(06) VALUE SPACES.
           COPY "onlaudt.cpy".
           COPY "onlaudr.cpy".
       LINKAGE SECTION.
      * THE SAME 37 BYTES AS ONLINE-AUDIT-PARMS IN onlaudt.cpy.
       01  DFHCOMMAREA        PIC X(37).
       PROCEDURE DIVISION.
       MAINLINE.
      *****************************************************************
      *****************************************************************
       BUILD-AUDIT-RECORD.
      *****************************************************************

           IF  EIBCALEN < LENGTH OF ONLINE-AUDIT-PARMS
               GO TO TERMIN
           END-IF.
           MOVE DFHCOMMAREA TO ONLINE-AUDIT-PARMS.

           MOVE SPACES         TO ONLINE-AUDIT-RECORD.
           EXEC CICS
                ASSIGN
                USERID  (OR-USER-ID)
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

           MOVE EIBTRMID       TO OR-TERMINAL.
           MOVE EIBTRNID       TO OR-TRANSACTION.
           MOVE WS-NOW-DATE    TO OR-DATE.
           MOVE WS-NOW-TIME    TO OR-TIME.
           MOVE OA-PROGRAM-ID  TO OR-PROGRAM-ID.
           MOVE OA-ACTION      TO OR-ACTION.
           MOVE OA-KEY-TYPE    TO OR-KEY-TYPE.
           MOVE OA-KEY-VALUE   TO OR-KEY-VALUE.
           PERFORM WRITE-AUDIT-RECORD THRU WAR-EXIT.
           GO TO TERMIN.

       BAR-EXIT. EXIT.
      *****************************************************************
       WRITE-AUDIT-RECORD.
      *****************************************************************

           EXEC CICS
                WRITEQ TD
                QUEUE   (WS-OAUD-QUEUE)
                FROM    (ONLINE-AUDIT-RECORD)
                LENGTH  (LENGTH OF ONLINE-AUDIT-RECORD)
                RESP    (WS-RESP)
           END-EXEC.

      * AN AUDIT RECORD THAT CANNOT BE QUEUED IS NEVER DROPPED
      * SILENTLY - IT GOES TO THE CONSOLE LOG QUEUE THE TD WRITER
      * FALLS BACK TO, AND THE TRANSACTION CARRIES ON.
           IF  WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS
                    WRITEQ TD
                    QUEUE   (WS-FALLBACK-QUEUE)
                    FROM    (ONLINE-AUDIT-RECORD)
                    LENGTH  (LENGTH OF ONLINE-AUDIT-RECORD)
                    NOHANDLE
               END-EXEC
           END-IF.

       WAR-EXIT. EXIT.
      *****************************************************************
       TERMIN.
      *****************************************************************

           EXEC CICS RETURN
           END-EXEC.

       TERMIN-EXIT. EXIT.
