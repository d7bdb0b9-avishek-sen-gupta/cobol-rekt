           05  WC-COMPANY-CODE       PIC X(02).
           05  WC-INVOICE-NO         PIC X(10).
           COPY "vendmstr.cpy".
      * EVERY KEY THIS TRANSACTION SHOWS OR CHANGES GOES ON THE
      * COMMON ONLINE AUDIT TRAIL THROUGH THE SHARED ONLAUDT
      * ROUTINE.
       01  WS-AUDIT-PROGRAM   PIC X(08) VALUE 'ONLAUDT'.
           COPY "onlaudt.cpy".
       PROCEDURE DIVISION.
       MAINLINE.
      *****************************************************************
               GO TO TERMIN
           END-IF.
           PERFORM QUEUE-INVOICE-CARD THRU QIC-EXIT.
           SET OA-QUEUED-CHANGE TO TRUE.
           SET OA-KEY-INVOICE   TO TRUE.
           MOVE SPACES          TO OA-KEY-VALUE.
           STRING WS-INP-PART-1 WS-INP-PART-2 DELIMITED BY SIZE
               INTO OA-KEY-VALUE.
           PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT.
           PERFORM SEND-CONFIRMATION THRU SCF-EXIT.
           GO TO TERMIN.

           END-EXEC.

       SFE-EXIT. EXIT.
      *****************************************************************
       WRITE-ONLINE-AUDIT.
      *****************************************************************

           MOVE 'INVCAP' TO OA-PROGRAM-ID.

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
