       IDENTIFICATION DIVISION.
       PROGRAM-ID. RQDISP.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * RQDISP - online disposition of a review-queue item. RQINQ
      * tells the clerk why an invoice is held; this transaction
      * takes the decision as well, instead of an INVDISP card
      * operations collects at the end of the day. The clerk keys
      *     V PPPPQQQQ                         - view the held item
      *     R PPPPQQQQ AAAAAAAAAAA CCCC DDDDDDDD
      *                                        - resubmit, with any
      *                                          corrected amount
      *                                          (11 digits, 2 after
      *                                          the point), currency
      *                                          and date; blank
      *                                          keeps the item's own
      *     X PPPPQQQQ ...             REASON  - reject, with reason
      * Corrections pass the same edits INVEDIT gives the feed: a
      * numeric amount, a currency on CURXREF, a numeric date. The
      * card carries the signed-on user as DP-CLERK-ID and queues
      * through the DSPQ extrapartition queue, which INVRECYC reads
      * behind the INVDISP cards tonight. A clerk may disposition
      * only the items WORKASGN put on their own worklist; anyone
      * on the APPRLIM approver table counts as a supervisor and
      * may disposition any item, including the unassigned ones.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TERMINAL-INPUT.
           05  WS-INP-ACTION  PIC X(01).
               88  WS-ACT-VIEW     VALUE "V".
               88  WS-ACT-RESUBMIT VALUE "R".
               88  WS-ACT-REJECT   VALUE "X".
           05  FILLER         PIC X(01).
           05  WS-INP-KEY.
               10  WS-INP-PART-1 PIC X(04).
               10  WS-INP-PART-2 PIC X(04).
           05  FILLER         PIC X(01).
           05  WS-INP-AMOUNT  PIC X(11).
           05  WS-INP-AMOUNT-N REDEFINES WS-INP-AMOUNT
                              PIC 9(09)V99.
           05  FILLER         PIC X(01).
           05  WS-INP-CURRENCY PIC X(04).
           05  FILLER         PIC X(01).
           05  WS-INP-DATE    PIC X(08).
           05  WS-INP-DATE-N REDEFINES WS-INP-DATE
                              PIC 9(08).
           05  FILLER         PIC X(01).
           05  WS-INP-REASON  PIC X(40).
       01  WS-USERID          PIC X(08) VALUE SPACES.
       01  WS-RESP            PIC S9(8) COMP.
       01  WS-REPLY-TEXT      PIC X(80) VALUE SPACES.
       01  WS-AMOUNT-DISPLAY  PIC ZZZZZZZZ9.99.
       01  WS-ERROR-TEXT      PIC X(40) VALUE SPACES.
       01  WS-CURRENCY-KNOWN-SW PIC X VALUE "N".
            88 CURRENCY-KNOWN VALUE "Y".
       01  WS-BAD-ACTION-TEXT PIC X(40)
               VALUE "ACTION MUST BE V, R OR X".
       01  WS-NOT-FOUND-TEXT  PIC X(40)
               VALUE "INVOICE NOT ON THE REVIEW QUEUE".
       01  WS-NOT-OWNER-TEXT  PIC X(40)
               VALUE "ITEM IS NOT ON YOUR WORKLIST".
       01  WS-TRANSID         PIC X(04) VALUE 'RQDP'.
       01  WS-COMMAREA        PIC X(01) VALUE SPACES.
       01  WS-AUDIT-QUEUE     PIC X(04) VALUE 'AUDT'.
      * THE DCT ROUTES THE DSPQ EXTRAPARTITION QUEUE TO THE DSPONL
      * DATASET, CONCATENATED BEHIND INVDISP FOR THE INVRECYC STEP
      * AND FOR THE WORKASGN CROSS-CHECK.
       01  WS-DISPCARD-QUEUE  PIC X(04) VALUE 'DSPQ'.
           COPY "invdisp.cpy".
       01  WS-AUDIT-MSG.
           05  WS-AUD-TERMID  PIC X(04).
           05  FILLER         PIC X(01) VALUE '/'.
           05  WS-AUD-TRANID  PIC X(04).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  WS-AUD-USERID  PIC X(08).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  WS-AUD-ACTION  PIC X(01).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  WS-AUD-KEY     PIC X(08).
           05  FILLER         PIC X(08) VALUE ' RQDISP '.
           05  WS-AUD-TIME    PIC 9(07).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  WS-AUD-OWNER   PIC X(08).
           05  FILLER         PIC X(27) VALUE SPACES.
           COPY "curxref.cpy".
      * THE SAME REVIEW-QUEUE KSDS RQINQ READS.
       01  REVIEW-VSAM-RECORD.
           05  RV-INVOICE-KEY.
               10  RV-SOME-PART-1 PIC X(04).
               10  RV-SOME-PART-2 PIC X(04).
           05  RV-INVOICE-AMOUNT  PIC 9(09)V99.
           05  RV-INVOICE-DATE    PIC 9(08).
           05  RV-CURRENCY        PIC X(04).
           05  RV-REASON          PIC X(40).
           05  RV-INVOICE-NO      PIC X(10).
           05  RV-COMPANY-CODE    PIC X(02).
      * THE CICS FCT ENTRY FOR ASGNVSAM IS THE KSDS THE NIGHTLY
      * ASGNLOAD STEP REBUILDS FROM WORKASGN'S ASSIGNMENTS.
       01  ASSIGNMENT-VSAM-RECORD.
           05  AV-ITEM-KEY.
               10  AV-SOME-PART-1 PIC X(04).
               10  AV-SOME-PART-2 PIC X(04).
           05  AV-CLERK-ID        PIC X(08).
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
       RECEIVE-DISPOSITION.
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

           IF  NOT WS-ACT-VIEW AND NOT WS-ACT-RESUBMIT
               AND NOT WS-ACT-REJECT
               PERFORM SEND-BAD-ACTION THRU SBA-EXIT
               GO TO TERMIN
           END-IF.
      * ONE AUDIT RECORD PER REQUEST, WRITTEN AT TERMIN: A LOOK AT
      * THE ITEM UNLESS A DISPOSITION ACTUALLY GOES ON THE QUEUE.
           SET OA-INQUIRY     TO TRUE.
           SET OA-KEY-INVOICE TO TRUE.
           MOVE WS-INP-KEY    TO OA-KEY-VALUE.

       READ-REVIEW-QUEUE.
      *****************************************************************

           EXEC CICS
                READ
                FILE     ('INVREVQ')
                INTO     (REVIEW-VSAM-RECORD)
                RIDFLD   (WS-INP-KEY)
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM SEND-NOT-FOUND THRU SNF-EXIT
               GO TO TERMIN
           END-IF.
           PERFORM READ-ASSIGNMENT THRU RAS-EXIT.
           IF  WS-ACT-VIEW
               PERFORM SEND-ITEM THRU SIT-EXIT
               GO TO TERMIN
           END-IF.
           IF  AV-CLERK-ID NOT = WS-USERID
               PERFORM CHECK-SUPERVISOR THRU CSV-EXIT
               IF  WS-RESP NOT = DFHRESP(NORMAL)
                   OR NOT AL-ACTIVE
                   PERFORM SEND-NOT-OWNER THRU SNO-EXIT
                   GO TO TERMIN
               END-IF
           END-IF.
           PERFORM EDIT-DISPOSITION THRU EDD-EXIT.
           IF  WS-ERROR-TEXT NOT = SPACES
               PERFORM SEND-EDIT-ERROR THRU SEE-EXIT
               GO TO TERMIN
           END-IF.
           PERFORM WRITE-DISPOSITION-CARD THRU WDC-EXIT.
           PERFORM WRITE-DISPOSITION-AUDIT THRU WDA-EXIT.
           SET OA-QUEUED-CHANGE TO TRUE.
           PERFORM SEND-CONFIRMATION THRU SCF-EXIT.
           GO TO TERMIN.

       RRQ-EXIT. EXIT.
      *****************************************************************
       READ-ASSIGNMENT.
      *****************************************************************

           EXEC CICS
                READ
                FILE     ('ASGNVSAM')
                INTO     (ASSIGNMENT-VSAM-RECORD)
                RIDFLD   (WS-INP-KEY)
                RESP     (WS-RESP)
           END-EXEC.

      * AN ITEM NO ROSTER RULE COVERED IS ON NOBODY'S WORKLIST.
           IF  WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO AV-CLERK-ID
           END-IF.

       RAS-EXIT. EXIT.
      *****************************************************************
       CHECK-SUPERVISOR.
      *****************************************************************

           EXEC CICS
                READ
                FILE     ('APPRLIM')
                INTO     (APPROVER-LIMIT-RECORD)
                RIDFLD   (WS-USERID)
                RESP     (WS-RESP)
           END-EXEC.

       CSV-EXIT. EXIT.
      *****************************************************************
       EDIT-DISPOSITION.
      *****************************************************************

           MOVE SPACES TO WS-ERROR-TEXT.
           IF  WS-ACT-REJECT
               IF  WS-INP-REASON = SPACES
                   MOVE "A REJECT NEEDS A REASON" TO WS-ERROR-TEXT
               END-IF
               GO TO EDD-EXIT
           END-IF.
           IF  WS-INP-AMOUNT NOT = SPACES
               AND WS-INP-AMOUNT NOT NUMERIC
               MOVE "CORRECTED AMOUNT MUST BE NUMERIC"
                   TO WS-ERROR-TEXT
               GO TO EDD-EXIT
           END-IF.
           IF  WS-INP-CURRENCY NOT = SPACES
               PERFORM CHECK-CURRENCY THRU CCY-EXIT
               IF  NOT CURRENCY-KNOWN
                   MOVE "CORRECTED CURRENCY IS NOT ON CURXREF"
                       TO WS-ERROR-TEXT
                   GO TO EDD-EXIT
               END-IF
           END-IF.
           IF  WS-INP-DATE NOT = SPACES
               AND WS-INP-DATE NOT NUMERIC
               MOVE "CORRECTED DATE MUST BE NUMERIC"
                   TO WS-ERROR-TEXT
           END-IF.

       EDD-EXIT. EXIT.
      *****************************************************************
       CHECK-CURRENCY.
      *****************************************************************

           MOVE "N" TO WS-CURRENCY-KNOWN-SW.
           SET CURXREF-NDX TO 1.
           SEARCH CURXREF-ENTRY
               AT END
                   CONTINUE
               WHEN CURXREF-CODE(CURXREF-NDX) = WS-INP-CURRENCY
                   SET CURRENCY-KNOWN TO TRUE
           END-SEARCH.

       CCY-EXIT. EXIT.
      *****************************************************************
       WRITE-DISPOSITION-CARD.
      *****************************************************************

           MOVE SPACES         TO DISPOSITION-RECORD.
           MOVE WS-INP-PART-1  TO DP-SOME-PART-1.
           MOVE WS-INP-PART-2  TO DP-SOME-PART-2.
           MOVE ZERO           TO DP-CORRECT-AMOUNT.
           MOVE ZERO           TO DP-CORRECT-DATE.
           IF  WS-ACT-RESUBMIT
               SET DP-RESUBMIT TO TRUE
               IF  WS-INP-AMOUNT NOT = SPACES
                   MOVE WS-INP-AMOUNT-N TO DP-CORRECT-AMOUNT
               END-IF
               MOVE WS-INP-CURRENCY TO DP-CORRECT-CURRENCY
               IF  WS-INP-DATE NOT = SPACES
                   MOVE WS-INP-DATE-N TO DP-CORRECT-DATE
               END-IF
           ELSE
               SET DP-REJECT TO TRUE
               MOVE WS-INP-REASON TO DP-REJECT-REASON
           END-IF.
           MOVE WS-USERID      TO DP-CLERK-ID.

           EXEC CICS
                WRITEQ TD
                QUEUE   (WS-DISPCARD-QUEUE)
                FROM    (DISPOSITION-RECORD)
                LENGTH  (LENGTH OF DISPOSITION-RECORD)
                NOHANDLE
           END-EXEC.

       WDC-EXIT. EXIT.
      *****************************************************************
       WRITE-DISPOSITION-AUDIT.
      *****************************************************************

           MOVE EIBTRMID      TO WS-AUD-TERMID.
           MOVE EIBTRNID      TO WS-AUD-TRANID.
           MOVE WS-USERID     TO WS-AUD-USERID.
           MOVE WS-INP-ACTION TO WS-AUD-ACTION.
           MOVE WS-INP-KEY    TO WS-AUD-KEY.
           MOVE EIBTIME       TO WS-AUD-TIME.
           MOVE AV-CLERK-ID   TO WS-AUD-OWNER.

           EXEC CICS
                WRITEQ TD
                QUEUE   (WS-AUDIT-QUEUE)
                FROM    (WS-AUDIT-MSG)
                LENGTH  (LENGTH OF WS-AUDIT-MSG)
                NOHANDLE
           END-EXEC.

       WDA-EXIT. EXIT.
      *****************************************************************
       SEND-ITEM.
      *****************************************************************

           MOVE RV-INVOICE-AMOUNT TO WS-AMOUNT-DISPLAY.
           STRING WS-INP-KEY           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RV-INVOICE-NO        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY    DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RV-CURRENCY          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RV-INVOICE-DATE      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  AV-CLERK-ID          DELIMITED BY SIZE
               INTO WS-REPLY-TEXT.

           EXEC CICS
                SEND TEXT
                FROM    (WS-REPLY-TEXT)
                LENGTH  (LENGTH OF WS-REPLY-TEXT)
                ERASE
           END-EXEC.

           MOVE RV-REASON TO WS-REPLY-TEXT.

           EXEC CICS
                SEND TEXT
                FROM    (WS-REPLY-TEXT)
                LENGTH  (LENGTH OF WS-REPLY-TEXT)
                NOHANDLE
           END-EXEC.

       SIT-EXIT. EXIT.
      *****************************************************************
       SEND-CONFIRMATION.
      *****************************************************************

           IF  WS-ACT-RESUBMIT
               STRING WS-INP-KEY           DELIMITED BY SIZE
                      ' QUEUED FOR RESUBMIT TONIGHT'
                                           DELIMITED BY SIZE
                   INTO WS-REPLY-TEXT
           ELSE
               STRING WS-INP-KEY           DELIMITED BY SIZE
                      ' QUEUED FOR REJECT TONIGHT'
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
       SEND-NOT-OWNER.
      *****************************************************************

           EXEC CICS
                SEND TEXT
                FROM    (WS-NOT-OWNER-TEXT)
                LENGTH  (LENGTH OF WS-NOT-OWNER-TEXT)
                ERASE
           END-EXEC.

       SNO-EXIT. EXIT.
      *****************************************************************
       WRITE-ONLINE-AUDIT.
      *****************************************************************

           MOVE 'RQDISP' TO OA-PROGRAM-ID.

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
