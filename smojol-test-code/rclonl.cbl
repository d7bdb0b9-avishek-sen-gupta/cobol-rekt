       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCLONL.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * RCLONL - online recall of a released payment before the
      * bank file goes. Once an invoice reached PAYEXT nothing
      * short of cancelling the whole PAYORD run could stop it.
      * The user keys
      *     R PPPPQQQQ reason      - recall the invoice keyed
      *     R VVVV     reason      - recall every payment to VVVV
      *     S PPPPQQQQ / S VVVV    - sign off a recall asked for
      *     C PPPPQQQQ / C VVVV    - cancel a recall
      * Each is queued as a recall card through the RCLQ
      * extrapartition queue, the way STOPMNT feeds STOPCHG, and
      * the PAYRCL step applies the cards to the recall register
      * that night ahead of the bank file. A recall is honored
      * only once a second user has signed it off: the signer
      * must be an active approver on APPRLIM, and PAYRCL refuses
      * a sign-off by the user who asked for the recall.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TERMINAL-INPUT.
           05  WS-INP-ACTION  PIC X(01).
               88  WS-ACT-REQUEST VALUE "R".
               88  WS-ACT-SIGNOFF VALUE "S".
               88  WS-ACT-CANCEL  VALUE "C".
           05  FILLER         PIC X(01).
           05  WS-INP-KEY.
               10  WS-INP-PART-1 PIC X(04).
               10  WS-INP-PART-2 PIC X(04).
           05  FILLER         PIC X(01).
           05  WS-INP-REASON  PIC X(30).
       01  WS-USERID          PIC X(08) VALUE SPACES.
       01  WS-VENDOR-KEY      PIC X(04) VALUE SPACES.
       01  WS-RESP            PIC S9(8) COMP.
       01  WS-REPLY-TEXT      PIC X(80) VALUE SPACES.
       01  WS-BAD-ACTION-TEXT PIC X(40)
               VALUE "ACTION MUST BE R, S OR C WITH A KEY".
       01  WS-NOT-FOUND-TEXT  PIC X(40)
               VALUE "VENDOR NOT ON THE VENDOR MASTER".
       01  WS-NOT-APPROVER-TEXT PIC X(40)
               VALUE "YOU ARE NOT AN AUTHORIZED APPROVER".
       01  WS-DEFAULT-REASON  PIC X(30)
               VALUE "RECALLED BEFORE TRANSMISSION".
       01  WS-TRANSID         PIC X(04) VALUE 'RCLO'.
       01  WS-COMMAREA        PIC X(01) VALUE SPACES.
      * THE DCT ROUTES THE RCLQ EXTRAPARTITION QUEUE TO THE RCLCARD
      * DATASET, SO A RECALL ASKED FOR AND SIGNED OFF AT 4 P.M. IS
      * PULLED FROM TONIGHT'S EXTRACT BEFORE PAYORD RUNS.
       01  WS-RECALL-QUEUE    PIC X(04) VALUE 'RCLQ'.
       01  WS-RECALL-CARD.
           05  WS-RC-ACTION       PIC X(01).
           05  WS-RC-PART-1       PIC X(04).
           05  WS-RC-PART-2       PIC X(04).
           05  WS-RC-USER-ID      PIC X(08).
           05  WS-RC-REASON       PIC X(30).
      * THE SAME VSAM KSDS THE NIGHTLY VENDOR LOAD FEEDS FROM THE
      * BATCH MASTER - READ HERE ONLY TO PROVE THE KEYED VENDOR
      * EXISTS BEFORE A RECALL CARD IS CUT FOR IT.
           COPY "vendmstr.cpy".
      * THE CICS FCT ENTRY FOR APPRLIM IS THE KSDS THE NIGHTLY
      * APRLLOAD STEP REBUILDS FROM THE BATCH APPROVER-LIMIT TABLE.
           COPY "apprlim.cpy".
      * EVERY KEY THIS TRANSACTION SHOWS OR CHANGES GOES ON THE
      * COMMON ONLINE AUDIT TRAIL THROUGH THE SHARED ONLAUDT
      * ROUTINE.
       01  WS-AUDIT-PROGRAM   PIC X(08) VALUE 'ONLAUDT'.
           COPY "onlaudt.cpy".
       PROCEDURE DIVISION.
       MAINLINE.
      *****************************************************************
      *****************************************************************
       RECEIVE-RECALL-REQUEST.
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

           IF  NOT WS-ACT-REQUEST AND NOT WS-ACT-SIGNOFF
               AND NOT WS-ACT-CANCEL
               OR WS-INP-PART-1 = SPACES
               PERFORM SEND-BAD-ACTION THRU SBA-EXIT
               GO TO TERMIN
           END-IF.
           MOVE WS-INP-PART-1 TO WS-VENDOR-KEY.

      * AN INVOICE PART LEFT BLANK RECALLS THE WHOLE VENDOR.
           SET OA-INQUIRY TO TRUE.
           IF  WS-INP-PART-2 = SPACES
               SET OA-KEY-VENDOR  TO TRUE
           ELSE
               SET OA-KEY-INVOICE TO TRUE
           END-IF.
           MOVE WS-INP-KEY TO OA-KEY-VALUE.

       READ-VENDOR-MASTER.
      *****************************************************************

           EXEC CICS
                READ
                FILE     ('VENDMSTR')
                INTO     (VENDOR-MASTER-RECORD)
                RIDFLD   (WS-VENDOR-KEY)
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT
               PERFORM SEND-NOT-FOUND THRU SNF-EXIT
               GO TO TERMIN
           END-IF.
           IF  NOT WS-ACT-SIGNOFF
               GO TO QUEUE-RECALL-CARD
           END-IF.

       READ-APPROVER-LIMIT.
      *****************************************************************

      * ONLY AN ACTIVE APPROVER SIGNS A RECALL OFF. THAT THE SIGNER
      * IS NOT THE USER WHO ASKED IS PROVED AGAINST THE REGISTER
      * TONIGHT, WHERE THE REQUESTING USER IS KNOWN.
           EXEC CICS
                READ
                FILE     ('APPRLIM')
                INTO     (APPROVER-LIMIT-RECORD)
                RIDFLD   (WS-USERID)
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               OR NOT AL-ACTIVE
               PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT
               PERFORM SEND-NOT-APPROVER THRU SNA-EXIT
               GO TO TERMIN
           END-IF.

       QUEUE-RECALL-CARD.
      *****************************************************************

           PERFORM WRITE-RECALL-CARD THRU WRC-EXIT.
           SET OA-QUEUED-CHANGE TO TRUE.
           PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT.
           PERFORM SEND-CONFIRMATION THRU SCF-EXIT.
           GO TO TERMIN.

       QRC-EXIT. EXIT.
      *****************************************************************
       WRITE-RECALL-CARD.
      *****************************************************************

           MOVE WS-INP-ACTION TO WS-RC-ACTION.
           MOVE WS-INP-PART-1 TO WS-RC-PART-1.
           MOVE WS-INP-PART-2 TO WS-RC-PART-2.
           MOVE WS-USERID     TO WS-RC-USER-ID.
           MOVE WS-INP-REASON TO WS-RC-REASON.
           IF  WS-ACT-REQUEST
               AND WS-INP-REASON = SPACES
               MOVE WS-DEFAULT-REASON TO WS-RC-REASON
           END-IF.

           EXEC CICS
                WRITEQ TD
                QUEUE   (WS-RECALL-QUEUE)
                FROM    (WS-RECALL-CARD)
                LENGTH  (LENGTH OF WS-RECALL-CARD)
                NOHANDLE
           END-EXEC.

       WRC-EXIT. EXIT.
      *****************************************************************
       SEND-CONFIRMATION.
      *****************************************************************

           EVALUATE TRUE
               WHEN WS-ACT-REQUEST
                   STRING WS-INP-KEY       DELIMITED BY SIZE
                          ' RECALL QUEUED - NEEDS SIGN-OFF BY A'
                                           DELIMITED BY SIZE
                          ' SECOND USER'   DELIMITED BY SIZE
                       INTO WS-REPLY-TEXT
               WHEN WS-ACT-SIGNOFF
                   STRING WS-INP-KEY       DELIMITED BY SIZE
                          ' RECALL SIGN-OFF QUEUED FOR TONIGHT'
                                           DELIMITED BY SIZE
                       INTO WS-REPLY-TEXT
               WHEN OTHER
                   STRING WS-INP-KEY       DELIMITED BY SIZE
                          ' RECALL CANCEL QUEUED FOR TONIGHT'
                                           DELIMITED BY SIZE
                       INTO WS-REPLY-TEXT
           END-EVALUATE.

           EXEC CICS
                SEND TEXT
                FROM    (WS-REPLY-TEXT)
                LENGTH  (LENGTH OF WS-REPLY-TEXT)
                ERASE
           END-EXEC.

       SCF-EXIT. EXIT.
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
       SEND-NOT-APPROVER.
      *****************************************************************

           EXEC CICS
                SEND TEXT
                FROM    (WS-NOT-APPROVER-TEXT)
                LENGTH  (LENGTH OF WS-NOT-APPROVER-TEXT)
                ERASE
           END-EXEC.

       SNA-EXIT. EXIT.
      *****************************************************************
       WRITE-ONLINE-AUDIT.
      *****************************************************************

           MOVE 'RCLONL' TO OA-PROGRAM-ID.

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
