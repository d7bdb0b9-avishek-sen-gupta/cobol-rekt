       01  WS-TRANSID         PIC X(04) VALUE 'BDSP'.
       01  WS-COMMAREA        PIC X(01) VALUE SPACES.
       01  WS-AUDIT-QUEUE     PIC X(04) VALUE 'AUDT'.
       01  WS-AUDIT-MSG.
           05  WS-AUD-TERMID  PIC X(04).
           05  FILLER         PIC X(01) VALUE '/'.
           05  FILLER         PIC X(47) VALUE SPACES.
      * THE SAME VSAM KSDS BILLINQ READS - HERE READ FOR UPDATE SO
      * THE PHONE DESK CAN CLEAR A DISPUTE WHILE THE CUSTOMER IS
      * STILL ON THE LINE. THE KSDS IS THE BILLING MASTER OF
      * RECORD, SO THE REWRITE IS THE WHOLE UPDATE - NO CHANGE CARD
      * GOES BACK TO BATCH, AND THE AUDT QUEUE IS ITS TRAIL. THE
      * RECORD LAYOUT IS SHARED VIA THIS SAME COPYBOOK.
           COPY "billmstr.cpy".
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

      * ONLY A DISPUTE ACTUALLY CLEARED IS AN UPDATE ON THE TRAIL -
      * A REFUSED OR NOT-FOUND KEY IS RECORDED AS THE LOOK IT WAS.
           SET OA-INQUIRY     TO TRUE.
           SET OA-KEY-ACCOUNT TO TRUE.
           MOVE WS-ACCOUNT-NO TO OA-KEY-VALUE.
           IF  WS-RESP NOT = DFHRESP(NORMAL)
               OR NOT BILL-STAT-DISPUTED
               PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT
           END-IF.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM SEND-NOT-FOUND THRU SNF-EXIT
               GO TO TERMIN

           IF  WS-RESP = DFHRESP(NORMAL)
               PERFORM WRITE-DISPUTE-AUDIT THRU WDA-EXIT
               SET OA-DIRECT-UPDATE TO TRUE
               PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT
               STRING WS-ACCOUNT-NO            DELIMITED BY SIZE
                      ' DISPUTE RESOLVED - NOW PEND'
                                               DELIMITED BY SIZE
                   INTO WS-REPLY-TEXT
           ELSE
               PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT
               MOVE "REWRITE FAILED - DISPUTE NOT CLEARED"
                   TO WS-REPLY-TEXT
           END-IF.
           END-EXEC.

       WDA-EXIT. EXIT.
      *****************************************************************
       UNLOCK-AND-REFUSE.
      *****************************************************************
           END-EXEC.

       SNF-EXIT. EXIT.
      *****************************************************************
       WRITE-ONLINE-AUDIT.
      *****************************************************************

           MOVE 'BILLDSP' TO OA-PROGRAM-ID.

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
