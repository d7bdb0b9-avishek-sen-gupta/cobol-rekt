      * KEYED ON THE VENDOR PARTS PLUS THE PAYMENT DATE - THE
      * SAME SERVICE RQINQ GIVES THE NIGHT'S HOLDS, FOR THE MOST
      * COMMON VENDOR CALL OF ALL: "WAS INVOICE X PAID".
      * A KEY NOT ON PAYVSAM IS TRIED AGAIN ON PAYVSMPY, THE
      * PRIOR-YEAR CLUSTER THE YEAR-END YRROLL STEP LOADS WITH THE
      * CLOSED YEAR'S LAST ROLLPARM LOOKBACK MONTHS OF PAYMENTS, SO
      * A JANUARY CALL ABOUT A DECEMBER PAYMENT IS STILL ANSWERED.
       01  PAYMENT-VSAM-RECORD.
           05  PV-PAYMENT-KEY.
               10  PV-SOME-PART-1  PIC X(04).
           05  PV-CREDIT-APPLIED  PIC 9(09)V99.
           05  PV-NET-PAYABLE     PIC 9(09)V99.
           05  PV-INVOICE-NO      PIC X(10).
      * EVERY KEY THIS TRANSACTION SHOWS OR CHANGES GOES ON THE
      * COMMON ONLINE AUDIT TRAIL THROUGH THE SHARED ONLAUDT
      * ROUTINE.
       01  WS-AUDIT-PROGRAM   PIC X(08) VALUE 'ONLAUDT'.
           COPY "onlaudt.cpy".
       PROCEDURE DIVISION.
       MAINLINE.
      *****************************************************************
       READ-PAYMENT-HISTORY.
      *****************************************************************

           SET OA-INQUIRY      TO TRUE.
           SET OA-KEY-PAYMENT  TO TRUE.
           MOVE WS-PAYMENT-KEY TO OA-KEY-VALUE.
           PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT.

           EXEC CICS
                READ
                FILE     ('PAYVSAM')
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM READ-PRIOR-YEAR THRU RPY-EXIT
           END-IF.

           IF  WS-RESP = DFHRESP(NORMAL)
               PERFORM FORMAT-AND-SEND-REPLY THRU FSR-EXIT
           ELSE
           GO TO TERMIN.

       RPH-EXIT. EXIT.
      *****************************************************************
       READ-PRIOR-YEAR.
      *****************************************************************

           EXEC CICS
                READ
                FILE     ('PAYVSMPY')
                INTO     (PAYMENT-VSAM-RECORD)
                RIDFLD   (WS-PAYMENT-KEY)
                RESP     (WS-RESP)
           END-EXEC.

       RPY-EXIT. EXIT.
      *****************************************************************
       FORMAT-AND-SEND-REPLY.
      *****************************************************************
           END-EXEC.

       SNF-EXIT. EXIT.
      *****************************************************************
       WRITE-ONLINE-AUDIT.
      *****************************************************************

           MOVE 'PAYHINQ' TO OA-PROGRAM-ID.

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
