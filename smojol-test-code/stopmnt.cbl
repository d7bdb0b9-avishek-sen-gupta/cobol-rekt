      * THE DCT ROUTES THE STPQ EXTRAPARTITION QUEUE TO THE STOPCHG
      * DATASET, SO AN ADD OR REMOVE KEYED AT 4 P.M. BECOMES A
      * CHANGE CARD THE STOPAPPL BATCH STEP APPLIES TO STOPLIST
      * AHEAD OF TONIGHT'S INVOICE RUN. A STOP-PAYMENT CONTROL YOU
      * CANNOT UPDATE QUICKLY IS NOT A CONTROL.
       01  WS-STOPCHG-QUEUE   PIC X(04) VALUE 'STPQ'.
       01  WS-STOPCHG-CARD.
           05  WS-SC-ACTION       PIC X(01).
           05  WS-SC-VENDOR-ID    PIC X(04).
           05  WS-SC-USER-ID      PIC X(08) VALUE SPACES.
       01  WS-AUDIT-MSG.
           05  WS-AUD-TERMID  PIC X(04).
           05  FILLER         PIC X(01) VALUE '/'.
      * BATCH MASTER - READ HERE ONLY TO PROVE THE KEYED VENDOR
      * EXISTS BEFORE A STOP CARD IS CUT FOR IT.
           COPY "vendmstr.cpy".
      * EVERY KEY THIS TRANSACTION SHOWS OR CHANGES GOES ON THE
      * COMMON ONLINE AUDIT TRAIL THROUGH THE SHARED ONLAUDT
      * ROUTINE.
       01  WS-AUDIT-PROGRAM   PIC X(08) VALUE 'ONLAUDT'.
           COPY "onlaudt.cpy".
       PROCEDURE DIVISION.
       MAINLINE.
      *****************************************************************
                RESP     (WS-RESP)
           END-EXEC.

           SET OA-INQUIRY     TO TRUE.
           SET OA-KEY-VENDOR  TO TRUE.
           MOVE WS-VENDOR-KEY TO OA-KEY-VALUE.
           IF  WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT
               PERFORM SEND-NOT-FOUND THRU SNF-EXIT
               GO TO TERMIN
           END-IF.
           PERFORM WRITE-STOP-CARD THRU WSC-EXIT.
           PERFORM WRITE-STOP-AUDIT THRU WSA-EXIT.
           SET OA-QUEUED-CHANGE TO TRUE.
           PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT.
           PERFORM SEND-CONFIRMATION THRU SCF-EXIT.
           GO TO TERMIN.

           MOVE WS-INP-ACTION TO WS-SC-ACTION.
           MOVE WS-INP-VENDOR TO WS-SC-VENDOR-ID.

      * THE SIGNED-ON USER TRAVELS ON THE CARD SO STOPAPPL CAN
      * RECORD WHO MADE THE CHANGE IN THE CONTROLS EVIDENCE.
           EXEC CICS
                ASSIGN
                USERID  (WS-SC-USER-ID)
                NOHANDLE
           END-EXEC.

           EXEC CICS
                WRITEQ TD
                QUEUE   (WS-STOPCHG-QUEUE)
           END-EXEC.

       SNF-EXIT. EXIT.
      *****************************************************************
       WRITE-ONLINE-AUDIT.
      *****************************************************************

           MOVE 'STOPMNT' TO OA-PROGRAM-ID.

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
