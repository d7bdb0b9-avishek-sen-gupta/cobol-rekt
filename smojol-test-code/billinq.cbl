               VALUE "ACCOUNT NOT FOUND ON BILLING MASTER".
       01  WS-TRANSID         PIC X(04) VALUE 'BINQ'.
       01  WS-COMMAREA        PIC X(01) VALUE SPACES.
       01  WS-REPLY-PTR       PIC S9(4) COMP VALUE +32.
       01  WS-CREDIT-STATUS   PIC X(16) VALUE SPACES.
       01  WS-CREDIT-LIMIT-ED PIC ZZZZZZ9.99.
       01  WS-CREDIT-LIMIT-X  REDEFINES WS-CREDIT-LIMIT-ED
                              PIC X(10).
      * THE CICS FCT ENTRY FOR BILLMSTR MUST DEFINE IT AS A VSAM KSDS
      * KEYED ON BM-ACCOUNT-NO TO SUPPORT THE RIDFLD READ BELOW. THE
      * KSDS IS THE BILLING MASTER OF RECORD - THE BATCH BILLING
      * STEPS UPDATE IT IN PLACE, SO AN INQUIRY SEES A CHARGE OR A
      * PAYMENT AS SOON AS ITS STEP HAS RUN, AND BILLXTR UNLOADS IT
      * TO THE LINE SEQUENTIAL BILLMSTR EXTRACT FOR BILLEVAL. THE
      * RECORD LAYOUT IS SHARED VIA THIS SAME COPYBOOK.
           COPY "billmstr.cpy".
      * THE FCT ENTRY FOR CUSTMSTR IS THE CUSTOMER-MASTER KSDS KEYED
      * ON CU-ACCOUNT-NO, REFRESHED NIGHTLY BY CUSTLOAD. IT GIVES THE
      * CREDIT LIMIT AND CREDIT-HOLD FLAG SHOWN ON THE REPLY LINE.
           COPY "custmstr.cpy".
      * EVERY KEY THIS TRANSACTION SHOWS OR CHANGES GOES ON THE
      * COMMON ONLINE AUDIT TRAIL THROUGH THE SHARED ONLAUDT
      * ROUTINE.
       01  WS-AUDIT-PROGRAM   PIC X(08) VALUE 'ONLAUDT'.
           COPY "onlaudt.cpy".
       PROCEDURE DIVISION.
       MAINLINE.
      *****************************************************************
       READ-BILLMSTR.
      *****************************************************************

           SET OA-INQUIRY     TO TRUE.
           SET OA-KEY-ACCOUNT TO TRUE.
           MOVE WS-ACCOUNT-NO TO OA-KEY-VALUE.
           PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT.

           EXEC CICS
                READ
                FILE     ('BILLMSTR')
                       INTO WS-REPLY-TEXT
           END-SEARCH.

           PERFORM ADD-CREDIT-STATUS THRU ACS-EXIT.

           EXEC CICS
                SEND TEXT
                FROM    (WS-REPLY-TEXT)
           END-EXEC.

       FSR-EXIT. EXIT.
      *****************************************************************
       ADD-CREDIT-STATUS.
      *****************************************************************

           EXEC CICS
                READ
                FILE     ('CUSTMSTR')
                INTO     (CUSTOMER-MASTER-RECORD)
                RIDFLD   (WS-ACCOUNT-NO)
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               STRING ' CREDIT NO CREDIT RECORD' DELIMITED BY SIZE
                   INTO WS-REPLY-TEXT
                   WITH POINTER WS-REPLY-PTR
               GO TO ACS-EXIT
           END-IF.

           IF  CU-CREDIT-LIMIT IS NOT NUMERIC
               MOVE ZERO TO CU-CREDIT-LIMIT
           END-IF.
           EVALUATE TRUE
               WHEN CU-HOLD-MANUAL
                   MOVE 'HOLD MANUAL'   TO WS-CREDIT-STATUS
               WHEN CU-HOLD-PAST-DUE
                   MOVE 'HOLD PAST DUE' TO WS-CREDIT-STATUS
               WHEN CU-CREDIT-LIMIT > ZERO
                AND BM-AMOUNT > CU-CREDIT-LIMIT
                   MOVE 'OVER LIMIT'    TO WS-CREDIT-STATUS
               WHEN OTHER
                   MOVE 'OK'            TO WS-CREDIT-STATUS
           END-EVALUATE.
           IF  CU-CREDIT-LIMIT = ZERO
               MOVE 'NONE' TO WS-CREDIT-LIMIT-X
           ELSE
               MOVE CU-CREDIT-LIMIT TO WS-CREDIT-LIMIT-ED
           END-IF.

           STRING ' CREDIT '           DELIMITED BY SIZE
                  WS-CREDIT-STATUS     DELIMITED BY '  '
                  ' LIMIT '            DELIMITED BY SIZE
                  WS-CREDIT-LIMIT-X    DELIMITED BY SIZE
               INTO WS-REPLY-TEXT
               WITH POINTER WS-REPLY-PTR.

       ACS-EXIT. EXIT.
      *****************************************************************
       SEND-NOT-FOUND.
      *****************************************************************
           END-EXEC.

       SNF-EXIT. EXIT.
      *****************************************************************
       WRITE-ONLINE-AUDIT.
      *****************************************************************

           MOVE 'BILLINQ' TO OA-PROGRAM-ID.

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
