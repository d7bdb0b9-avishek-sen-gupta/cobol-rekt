               VALUE "NO CHECKPOINT RECORDS - SUITE NOT STARTED".
       01  WS-TRANSID         PIC X(04) VALUE 'SSTA'.
       01  WS-COMMAREA        PIC X(01) VALUE SPACES.
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
           PERFORM MERGE-CONTROL-TOTALS THRU MCT-EXIT.
      * THE SCREEN IS THE WHOLE SUITE, NOT ONE KEY - THE RECORD
      * NAMES THE CHECKPOINT CLUSTER IT WAS BROWSED FROM.
           SET OA-INQUIRY     TO TRUE.
           SET OA-KEY-SUITE   TO TRUE.
           MOVE 'SCKPVSAM'    TO OA-KEY-VALUE.
           PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT.
           PERFORM SEND-SCREEN THRU SSC-EXIT.
           GO TO TERMIN.

           END-EXEC.

       SEM-EXIT. EXIT.
      *****************************************************************
       WRITE-ONLINE-AUDIT.
      *****************************************************************

           MOVE 'SUITSTAT' TO OA-PROGRAM-ID.

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
