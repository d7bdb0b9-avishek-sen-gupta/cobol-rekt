      * LAST ACCOUNT ALREADY SHOWN.
       01  WS-COMMAREA.
           05  WS-CA-POSITION PIC X(10).
      * THE CICS FCT ENTRY FOR BILLMSTR IS THE BILLING-MASTER KSDS
      * OF RECORD THAT THE BATCH BILLING STEPS UPDATE IN PLACE. THE
      * RECORD LAYOUT IS SHARED VIA THIS SAME COPYBOOK.
           COPY "billmstr.cpy".
      * EVERY KEY THIS TRANSACTION SHOWS OR CHANGES GOES ON THE
      * COMMON ONLINE AUDIT TRAIL THROUGH THE SHARED ONLAUDT
      * ROUTINE.
       01  WS-AUDIT-PROGRAM   PIC X(08) VALUE 'ONLAUDT'.
           COPY "onlaudt.cpy".
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-POSITION    PIC X(10).
                   PERFORM RESOLVE-STATUS-DESC THRU RSD-EXIT
                   MOVE BM-AMOUNT TO SL-AMOUNT(WS-LINE-NDX)
                   MOVE BM-ACCOUNT-NO TO WS-CA-POSITION
                   SET OA-INQUIRY     TO TRUE
                   SET OA-KEY-ACCOUNT TO TRUE
                   MOVE BM-ACCOUNT-NO TO OA-KEY-VALUE
                   PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT
                   SET MORE-ACCOUNTS TO TRUE
               END-IF
           END-IF.
           MOVE SPACES TO WS-CA-POSITION.

       SNH-EXIT. EXIT.
      *****************************************************************
       WRITE-ONLINE-AUDIT.
      *****************************************************************

           MOVE 'BILLBRW' TO OA-PROGRAM-ID.

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
