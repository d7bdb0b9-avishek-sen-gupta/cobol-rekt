           05  RV-REASON          PIC X(40).
           05  RV-INVOICE-NO      PIC X(10).
           05  RV-COMPANY-CODE    PIC X(02).
      * EVERY KEY THIS TRANSACTION SHOWS OR CHANGES GOES ON THE
      * COMMON ONLINE AUDIT TRAIL THROUGH THE SHARED ONLAUDT
      * ROUTINE.
       01  WS-AUDIT-PROGRAM   PIC X(08) VALUE 'ONLAUDT'.
           COPY "onlaudt.cpy".
       PROCEDURE DIVISION.
       MAINLINE.
      *****************************************************************
       READ-REVIEW-QUEUE.
      *****************************************************************

           SET OA-INQUIRY      TO TRUE.
           SET OA-KEY-INVOICE  TO TRUE.
           MOVE WS-INVOICE-KEY TO OA-KEY-VALUE.
           PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT.

           EXEC CICS
                READ
                FILE     ('INVREVQ')
           END-EXEC.

       SNF-EXIT. EXIT.
      *****************************************************************
       WRITE-ONLINE-AUDIT.
      *****************************************************************

           MOVE 'RQINQ' TO OA-PROGRAM-ID.

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
