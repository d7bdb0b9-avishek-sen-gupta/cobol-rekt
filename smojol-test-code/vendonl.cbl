       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDONL.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * VENDONL - online vendor maintenance. A new supplier or a
      * change of terms used to go on a form that operations turned
      * into a VMTRAN card the next morning, so an urgent vendor
      * waited two nights; this transaction queues the card itself,
      * and the nightly VENDMNT step applies it before tonight's
      * invoice run. The clerk keys
      *     I VVVV                             - show any change
      *                                          still pending
      *     A VVVV NAME... S PPPP DDD NNN W WWWW CL
      *     C VVVV NAME... S PPPP DDD NNN W WWWW CL
      * - add or change the vendor's name, status (A or I), terms
      * (discount percent with 2 decimals, discount days, net
      * days), withholding switch and percent, and class. On a
      * change a blank field keeps the vendor's current value. An
      * add is refused for a vendor id already on the master. Every
      * queued card is also written to the VMPEND file until the
      * night's run applies it and the file is emptied, so a second
      * clerk keying the same vendor is shown the pending change
      * and refused rather than queueing a conflicting one -
      * VENDMNT applies one change per vendor per run in any case.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TERMINAL-INPUT.
           05  WS-INP-ACTION  PIC X(01).
               88  WS-ACT-INQUIRE  VALUE "I".
               88  WS-ACT-ADD      VALUE "A".
               88  WS-ACT-CHANGE   VALUE "C".
           05  FILLER         PIC X(01).
           05  WS-INP-VENDOR  PIC X(04).
           05  FILLER         PIC X(01).
           05  WS-INP-NAME    PIC X(30).
           05  FILLER         PIC X(01).
           05  WS-INP-STATUS  PIC X(01).
               88  WS-INP-STATUS-OK VALUES "A" "I".
           05  FILLER         PIC X(01).
           05  WS-INP-DISC-PCT PIC X(04).
           05  WS-INP-DISC-PCT-N REDEFINES WS-INP-DISC-PCT
                              PIC 9(02)V99.
           05  FILLER         PIC X(01).
           05  WS-INP-DISC-DAYS PIC X(03).
           05  WS-INP-DISC-DAYS-N REDEFINES WS-INP-DISC-DAYS
                              PIC 9(03).
           05  FILLER         PIC X(01).
           05  WS-INP-NET-DAYS PIC X(03).
           05  WS-INP-NET-DAYS-N REDEFINES WS-INP-NET-DAYS
                              PIC 9(03).
           05  FILLER         PIC X(01).
           05  WS-INP-WHOLD-SW PIC X(01).
               88  WS-INP-WHOLD-SW-OK VALUES "Y" "N".
           05  FILLER         PIC X(01).
           05  WS-INP-WHOLD-PCT PIC X(04).
           05  WS-INP-WHOLD-PCT-N REDEFINES WS-INP-WHOLD-PCT
                              PIC 9(02)V99.
           05  FILLER         PIC X(01).
           05  WS-INP-CLASS   PIC X(02).
       01  WS-USERID          PIC X(08) VALUE SPACES.
       01  WS-RESP            PIC S9(8) COMP.
       01  WS-REPLY-TEXT      PIC X(80) VALUE SPACES.
       01  WS-PCT-DISPLAY     PIC Z9.99.
       01  WS-WHOLD-DISPLAY   PIC Z9.99.
       01  WS-ERROR-TEXT      PIC X(40) VALUE SPACES.
       01  WS-BAD-ACTION-TEXT PIC X(40)
               VALUE "ACTION MUST BE I, A OR C".
       01  WS-NOT-FOUND-TEXT  PIC X(40)
               VALUE "VENDOR NOT ON THE VENDOR MASTER".
       01  WS-DUPLICATE-TEXT  PIC X(40)
               VALUE "VENDOR ID ALREADY ON THE VENDOR MASTER".
       01  WS-PENDING-TEXT    PIC X(40)
               VALUE "CHANGE ALREADY PENDING - APPLIED TONIGHT".
       01  WS-NONE-PENDING-TEXT PIC X(40)
               VALUE "NO CHANGE PENDING FOR THIS VENDOR".
       01  WS-TRANSID         PIC X(04) VALUE 'VNDM'.
       01  WS-COMMAREA        PIC X(01) VALUE SPACES.
       01  WS-AUDIT-QUEUE     PIC X(04) VALUE 'AUDT'.
      * THE DCT ROUTES THE VMTQ EXTRAPARTITION QUEUE TO THE VMONL
      * DATASET, THE TRANSACTION FILE THE NIGHTLY VENDMNT STEP
      * APPLIES TO VENDMSTR AHEAD OF THE INVOICE RUN - THE SAME
      * PATTERN STOPMNT USES WITH THE STPQ QUEUE.
       01  WS-VMTRAN-QUEUE    PIC X(04) VALUE 'VMTQ'.
       01  WS-VMTRAN-CARD.
           05  WS-VT-ACTION        PIC X(01).
           05  WS-VT-VENDOR-ID     PIC X(04).
           05  WS-VT-VENDOR-NAME   PIC X(30).
           05  WS-VT-STATUS        PIC X(01).
           05  WS-VT-DISCOUNT-PCT  PIC 9(02)V9(02).
           05  WS-VT-DISCOUNT-DAYS PIC 9(03).
           05  WS-VT-NET-DAYS      PIC 9(03).
           05  WS-VT-WHOLD-SW      PIC X(01).
           05  WS-VT-WHOLD-PCT     PIC 9(02)V9(02).
           05  WS-VT-VENDOR-CLASS  PIC X(02).
           05  WS-VT-SHARED-SW     PIC X(01).
           05  WS-VT-USER-ID       PIC X(08).
      * THE CICS FCT ENTRY FOR VMPEND IS A KSDS KEYED ON THE VENDOR,
      * ONE RECORD PER CARD QUEUED TODAY. THE NIGHTLY RUN EMPTIES
      * AND REDEFINES IT ONCE VENDMNT HAS APPLIED THE CARDS.
       01  PENDING-CHANGE-RECORD.
           05  PC-VENDOR-ID        PIC X(04).
           05  PC-USERID           PIC X(08).
           05  PC-QUEUED-TIME      PIC 9(07).
           05  PC-TRAN-CARD        PIC X(62).
       01  WS-AUDIT-MSG.
           05  WS-AUD-TERMID  PIC X(04).
           05  FILLER         PIC X(01) VALUE '/'.
           05  WS-AUD-TRANID  PIC X(04).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  WS-AUD-USERID  PIC X(08).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  WS-AUD-ACTION  PIC X(01).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  WS-AUD-VENDOR  PIC X(04).
           05  FILLER         PIC X(10) VALUE ' VENDMSTR '.
           05  WS-AUD-TIME    PIC 9(07).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  WS-AUD-STATUS  PIC X(01).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  WS-AUD-NET-DAYS PIC 9(03).
           05  FILLER         PIC X(32) VALUE SPACES.
      * THE SAME VSAM KSDS STOPMNT AND INVCAP READ, REFRESHED FROM
      * THE BATCH MASTER EVERY NIGHT.
           COPY "vendmstr.cpy".
      * EVERY KEY THIS TRANSACTION SHOWS OR CHANGES GOES ON THE
      * COMMON ONLINE AUDIT TRAIL THROUGH THE SHARED ONLAUDT
      * ROUTINE.
       01  WS-AUDIT-PROGRAM   PIC X(08) VALUE 'ONLAUDT'.
           COPY "onlaudt.cpy".
       PROCEDURE DIVISION.
       MAINLINE.
      *****************************************************************
      *****************************************************************
       RECEIVE-VENDOR-REQUEST.
      *****************************************************************

           MOVE SPACES TO WS-TERMINAL-INPUT.
           MOVE SPACES TO ONLINE-AUDIT-PARMS.

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

           IF  NOT WS-ACT-INQUIRE AND NOT WS-ACT-ADD
               AND NOT WS-ACT-CHANGE
               PERFORM SEND-BAD-ACTION THRU SBA-EXIT
               GO TO TERMIN
           END-IF.
      * ONE AUDIT RECORD PER REQUEST, WRITTEN AT TERMIN: A LOOK AT
      * THE VENDOR UNLESS A CARD ACTUALLY GOES ON THE QUEUE.
           SET OA-INQUIRY     TO TRUE.
           SET OA-KEY-VENDOR  TO TRUE.
           MOVE WS-INP-VENDOR TO OA-KEY-VALUE.

       READ-PENDING-CHANGE.
      *****************************************************************

           EXEC CICS
                READ
                FILE     ('VMPEND')
                INTO     (PENDING-CHANGE-RECORD)
                RIDFLD   (WS-INP-VENDOR)
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP = DFHRESP(NORMAL)
               PERFORM SEND-PENDING THRU SPD-EXIT
               GO TO TERMIN
           END-IF.
           IF  WS-ACT-INQUIRE
               PERFORM SEND-NONE-PENDING THRU SNP-EXIT
               GO TO TERMIN
           END-IF.
           PERFORM READ-VENDOR-MASTER THRU RVM-EXIT.
           IF  WS-ACT-ADD AND WS-RESP = DFHRESP(NORMAL)
               PERFORM SEND-DUPLICATE THRU SDP-EXIT
               GO TO TERMIN
           END-IF.
           IF  WS-ACT-CHANGE AND WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM SEND-NOT-FOUND THRU SNF-EXIT
               GO TO TERMIN
           END-IF.
           PERFORM EDIT-VENDOR-REQUEST THRU EVR-EXIT.
           IF  WS-ERROR-TEXT NOT = SPACES
               PERFORM SEND-EDIT-ERROR THRU SEE-EXIT
               GO TO TERMIN
           END-IF.
           PERFORM BUILD-VMTRAN-CARD THRU BVC-EXIT.
           PERFORM WRITE-PENDING-CHANGE THRU WPC-EXIT.
      * ANOTHER CLERK QUEUED THIS VENDOR BETWEEN OUR READ AND WRITE -
      * SHOW THEM THEIR CHANGE INSTEAD OF QUEUEING A SECOND ONE.
           IF  WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM READ-PENDING-AGAIN THRU RPA-EXIT
               GO TO TERMIN
           END-IF.
           PERFORM WRITE-VMTRAN-CARD THRU WVC-EXIT.
           PERFORM WRITE-VENDOR-AUDIT THRU WVA-EXIT.
           SET OA-QUEUED-CHANGE TO TRUE.
           PERFORM SEND-CONFIRMATION THRU SCF-EXIT.
           GO TO TERMIN.

       RPC-EXIT. EXIT.
      *****************************************************************
       READ-VENDOR-MASTER.
      *****************************************************************

           EXEC CICS
                READ
                FILE     ('VENDMSTR')
                INTO     (VENDOR-MASTER-RECORD)
                RIDFLD   (WS-INP-VENDOR)
                RESP     (WS-RESP)
           END-EXEC.

       RVM-EXIT. EXIT.
      *****************************************************************
       EDIT-VENDOR-REQUEST.
      *****************************************************************

           MOVE SPACES TO WS-ERROR-TEXT.
           IF  WS-INP-VENDOR = SPACES
               MOVE "VENDOR ID IS REQUIRED" TO WS-ERROR-TEXT
               GO TO EVR-EXIT
           END-IF.
           IF  WS-ACT-ADD
               AND WS-INP-NAME = SPACES
               MOVE "A NEW VENDOR NEEDS A NAME" TO WS-ERROR-TEXT
               GO TO EVR-EXIT
           END-IF.
           IF  WS-ACT-ADD
               AND WS-INP-NET-DAYS = SPACES
               MOVE "A NEW VENDOR NEEDS NET DAYS" TO WS-ERROR-TEXT
               GO TO EVR-EXIT
           END-IF.
           IF  WS-INP-STATUS NOT = SPACE
               AND NOT WS-INP-STATUS-OK
               MOVE "STATUS MUST BE A OR I" TO WS-ERROR-TEXT
               GO TO EVR-EXIT
           END-IF.
           IF  WS-INP-DISC-PCT NOT = SPACES
               AND WS-INP-DISC-PCT NOT NUMERIC
               MOVE "DISCOUNT PERCENT MUST BE NUMERIC"
                   TO WS-ERROR-TEXT
               GO TO EVR-EXIT
           END-IF.
           IF  WS-INP-DISC-DAYS NOT = SPACES
               AND WS-INP-DISC-DAYS NOT NUMERIC
               MOVE "DISCOUNT DAYS MUST BE NUMERIC" TO WS-ERROR-TEXT
               GO TO EVR-EXIT
           END-IF.
           IF  WS-INP-NET-DAYS NOT = SPACES
               AND WS-INP-NET-DAYS NOT NUMERIC
               MOVE "NET DAYS MUST BE NUMERIC" TO WS-ERROR-TEXT
               GO TO EVR-EXIT
           END-IF.
           IF  WS-INP-WHOLD-SW NOT = SPACE
               AND NOT WS-INP-WHOLD-SW-OK
               MOVE "WITHHOLDING SWITCH MUST BE Y OR N"
                   TO WS-ERROR-TEXT
               GO TO EVR-EXIT
           END-IF.
           IF  WS-INP-WHOLD-PCT NOT = SPACES
               AND WS-INP-WHOLD-PCT NOT NUMERIC
               MOVE "WITHHOLDING PERCENT MUST BE NUMERIC"
                   TO WS-ERROR-TEXT
           END-IF.

       EVR-EXIT. EXIT.
      *****************************************************************
       BUILD-VMTRAN-CARD.
      *****************************************************************

      * A CHANGE STARTS FROM THE VENDOR AS IT STANDS, SO A BLANK
      * FIELD CARRIES THE CURRENT VALUE ONTO THE CARD; AN ADD
      * STARTS FROM AN ACTIVE, NON-WITHHOLDING, UNSHARED VENDOR.
           IF  WS-ACT-CHANGE
               MOVE "C"              TO WS-VT-ACTION
               MOVE VM-VENDOR-NAME   TO WS-VT-VENDOR-NAME
               MOVE VM-STATUS        TO WS-VT-STATUS
               MOVE VM-DISCOUNT-PCT  TO WS-VT-DISCOUNT-PCT
               MOVE VM-DISCOUNT-DAYS TO WS-VT-DISCOUNT-DAYS
               MOVE VM-NET-DAYS      TO WS-VT-NET-DAYS
               MOVE VM-WHOLD-SW      TO WS-VT-WHOLD-SW
               MOVE VM-WHOLD-PCT     TO WS-VT-WHOLD-PCT
               MOVE VM-VENDOR-CLASS  TO WS-VT-VENDOR-CLASS
               MOVE VM-SHARED-SW     TO WS-VT-SHARED-SW
           ELSE
               MOVE "A"              TO WS-VT-ACTION
               MOVE SPACES           TO WS-VT-VENDOR-NAME
               MOVE "A"              TO WS-VT-STATUS
               MOVE ZERO             TO WS-VT-DISCOUNT-PCT
               MOVE ZERO             TO WS-VT-DISCOUNT-DAYS
               MOVE ZERO             TO WS-VT-NET-DAYS
               MOVE "N"              TO WS-VT-WHOLD-SW
               MOVE ZERO             TO WS-VT-WHOLD-PCT
               MOVE SPACES           TO WS-VT-VENDOR-CLASS
               MOVE "N"              TO WS-VT-SHARED-SW
           END-IF.
           MOVE WS-INP-VENDOR TO WS-VT-VENDOR-ID.
           MOVE WS-USERID     TO WS-VT-USER-ID.
           IF  WS-INP-NAME NOT = SPACES
               MOVE WS-INP-NAME TO WS-VT-VENDOR-NAME
           END-IF.
           IF  WS-INP-STATUS NOT = SPACE
               MOVE WS-INP-STATUS TO WS-VT-STATUS
           END-IF.
           IF  WS-INP-DISC-PCT NOT = SPACES
               MOVE WS-INP-DISC-PCT-N TO WS-VT-DISCOUNT-PCT
           END-IF.
           IF  WS-INP-DISC-DAYS NOT = SPACES
               MOVE WS-INP-DISC-DAYS-N TO WS-VT-DISCOUNT-DAYS
           END-IF.
           IF  WS-INP-NET-DAYS NOT = SPACES
               MOVE WS-INP-NET-DAYS-N TO WS-VT-NET-DAYS
           END-IF.
           IF  WS-INP-WHOLD-SW NOT = SPACE
               MOVE WS-INP-WHOLD-SW TO WS-VT-WHOLD-SW
           END-IF.
           IF  WS-INP-WHOLD-PCT NOT = SPACES
               MOVE WS-INP-WHOLD-PCT-N TO WS-VT-WHOLD-PCT
           END-IF.
           IF  WS-INP-CLASS NOT = SPACES
               MOVE WS-INP-CLASS TO WS-VT-VENDOR-CLASS
           END-IF.

       BVC-EXIT. EXIT.
      *****************************************************************
       WRITE-PENDING-CHANGE.
      *****************************************************************

           MOVE WS-INP-VENDOR  TO PC-VENDOR-ID.
           MOVE WS-USERID      TO PC-USERID.
           MOVE EIBTIME        TO PC-QUEUED-TIME.
           MOVE WS-VMTRAN-CARD TO PC-TRAN-CARD.

           EXEC CICS
                WRITE
                FILE     ('VMPEND')
                FROM     (PENDING-CHANGE-RECORD)
                RIDFLD   (PC-VENDOR-ID)
                RESP     (WS-RESP)
           END-EXEC.

       WPC-EXIT. EXIT.
      *****************************************************************
       READ-PENDING-AGAIN.
      *****************************************************************

           EXEC CICS
                READ
                FILE     ('VMPEND')
                INTO     (PENDING-CHANGE-RECORD)
                RIDFLD   (WS-INP-VENDOR)
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP = DFHRESP(NORMAL)
               PERFORM SEND-PENDING THRU SPD-EXIT
           ELSE
               MOVE "PENDING FILE WRITE FAILED - NOT QUEUED"
                   TO WS-ERROR-TEXT
               PERFORM SEND-EDIT-ERROR THRU SEE-EXIT
           END-IF.

       RPA-EXIT. EXIT.
      *****************************************************************
       WRITE-VMTRAN-CARD.
      *****************************************************************

           EXEC CICS
                WRITEQ TD
                QUEUE   (WS-VMTRAN-QUEUE)
                FROM    (WS-VMTRAN-CARD)
                LENGTH  (LENGTH OF WS-VMTRAN-CARD)
                NOHANDLE
           END-EXEC.

       WVC-EXIT. EXIT.
      *****************************************************************
       WRITE-VENDOR-AUDIT.
      *****************************************************************

           MOVE EIBTRMID       TO WS-AUD-TERMID.
           MOVE EIBTRNID       TO WS-AUD-TRANID.
           MOVE WS-USERID      TO WS-AUD-USERID.
           MOVE WS-VT-ACTION   TO WS-AUD-ACTION.
           MOVE WS-INP-VENDOR  TO WS-AUD-VENDOR.
           MOVE EIBTIME        TO WS-AUD-TIME.
           MOVE WS-VT-STATUS   TO WS-AUD-STATUS.
           MOVE WS-VT-NET-DAYS TO WS-AUD-NET-DAYS.

           EXEC CICS
                WRITEQ TD
                QUEUE   (WS-AUDIT-QUEUE)
                FROM    (WS-AUDIT-MSG)
                LENGTH  (LENGTH OF WS-AUDIT-MSG)
                NOHANDLE
           END-EXEC.

       WVA-EXIT. EXIT.
      *****************************************************************
       SEND-PENDING.
      *****************************************************************

           MOVE PC-TRAN-CARD       TO WS-VMTRAN-CARD.
           MOVE WS-VT-DISCOUNT-PCT TO WS-PCT-DISPLAY.
           MOVE WS-VT-WHOLD-PCT    TO WS-WHOLD-DISPLAY.
           STRING WS-VT-VENDOR-ID      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-VT-ACTION         DELIMITED BY SIZE
                  ' BY '               DELIMITED BY SIZE
                  PC-USERID            DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-VT-VENDOR-NAME    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-VT-STATUS         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-PCT-DISPLAY       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-VT-DISCOUNT-DAYS  DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-VT-NET-DAYS       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-VT-WHOLD-SW       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-WHOLD-DISPLAY     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-VT-VENDOR-CLASS   DELIMITED BY SIZE
               INTO WS-REPLY-TEXT.

           EXEC CICS
                SEND TEXT
                FROM    (WS-REPLY-TEXT)
                LENGTH  (LENGTH OF WS-REPLY-TEXT)
                ERASE
           END-EXEC.

           EXEC CICS
                SEND TEXT
                FROM    (WS-PENDING-TEXT)
                LENGTH  (LENGTH OF WS-PENDING-TEXT)
                NOHANDLE
           END-EXEC.

       SPD-EXIT. EXIT.
      *****************************************************************
       SEND-CONFIRMATION.
      *****************************************************************

           IF  WS-ACT-ADD
               STRING WS-INP-VENDOR        DELIMITED BY SIZE
                      ' QUEUED FOR VENDOR ADD TONIGHT'
                                           DELIMITED BY SIZE
                   INTO WS-REPLY-TEXT
           ELSE
               STRING WS-INP-VENDOR        DELIMITED BY SIZE
                      ' QUEUED FOR VENDOR CHANGE TONIGHT'
                                           DELIMITED BY SIZE
                   INTO WS-REPLY-TEXT
           END-IF.

           EXEC CICS
                SEND TEXT
                FROM    (WS-REPLY-TEXT)
                LENGTH  (LENGTH OF WS-REPLY-TEXT)
                ERASE
           END-EXEC.

       SCF-EXIT. EXIT.
      *****************************************************************
       SEND-EDIT-ERROR.
      *****************************************************************

           EXEC CICS
                SEND TEXT
                FROM    (WS-ERROR-TEXT)
                LENGTH  (LENGTH OF WS-ERROR-TEXT)
                ERASE
           END-EXEC.

       SEE-EXIT. EXIT.
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
       SEND-DUPLICATE.
      *****************************************************************

           EXEC CICS
                SEND TEXT
                FROM    (WS-DUPLICATE-TEXT)
                LENGTH  (LENGTH OF WS-DUPLICATE-TEXT)
                ERASE
           END-EXEC.

       SDP-EXIT. EXIT.
      *****************************************************************
       SEND-NONE-PENDING.
      *****************************************************************

           EXEC CICS
                SEND TEXT
                FROM    (WS-NONE-PENDING-TEXT)
                LENGTH  (LENGTH OF WS-NONE-PENDING-TEXT)
                ERASE
           END-EXEC.

       SNP-EXIT. EXIT.
      *****************************************************************
       WRITE-ONLINE-AUDIT.
      *****************************************************************

           MOVE 'VENDONL' TO OA-PROGRAM-ID.

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

           IF  OA-KEY-VALUE NOT = SPACES
               PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT
           END-IF.

           EXEC CICS RETURN
                TRANSID  (WS-TRANSID)
                COMMAREA (WS-COMMAREA)
           END-EXEC.

       TERMIN-EXIT. EXIT.
