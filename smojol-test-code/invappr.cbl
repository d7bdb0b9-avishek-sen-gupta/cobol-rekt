       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVAPPR.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * INVAPPR - online sign-off for invoices the invoice run held
      * at an approval tier. Until now a manager's yes arrived as
      * an email someone typed up as an APPRCRD card, and an
      * answer given at 3 p.m. often missed the night's run.
      * The approver keys
      *     L                      - list the held invoices
      *     L PPPPQQQQ             - list on from the key shown last
      *     A PPPPQQQQ             - approve the invoice keyed
      *     D PPPPQQQQ             - decline the invoice keyed
      * The signed-on user must be an active approver on the
      * APPRLIM table, and sees and may sign only invoices at or
      * under their own limit. Each decision is queued as an
      * approval card through the APRQ extrapartition queue, the
      * way STOPMNT feeds STOPCHG, and the invoice run picks it up
      * with the typed cards that night.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TERMINAL-INPUT.
           05  WS-INP-ACTION  PIC X(01).
               88  WS-ACT-LIST    VALUE "L".
               88  WS-ACT-APPROVE VALUE "A".
               88  WS-ACT-DECLINE VALUE "D".
           05  FILLER         PIC X(01).
           05  WS-INP-KEY.
               10  WS-INP-PART-1 PIC X(04).
               10  WS-INP-PART-2 PIC X(04).
       01  WS-USERID          PIC X(08) VALUE SPACES.
       01  WS-RID-KEY         PIC X(08) VALUE SPACES.
       01  WS-RESP            PIC S9(8) COMP.
       01  WS-REPLY-TEXT      PIC X(80) VALUE SPACES.
       01  WS-BAD-ACTION-TEXT PIC X(40)
               VALUE "ACTION MUST BE L, A OR D".
       01  WS-NOT-APPROVER-TEXT PIC X(40)
               VALUE "YOU ARE NOT AN AUTHORIZED APPROVER".
       01  WS-NOT-HELD-TEXT   PIC X(40)
               VALUE "INVOICE NOT HELD FOR APPROVAL".
       01  WS-OVER-LIMIT-TEXT PIC X(40)
               VALUE "INVOICE IS OVER YOUR APPROVAL LIMIT".
       01  WS-NO-HELD-TEXT    PIC X(40)
               VALUE "NO INVOICES HELD WITHIN YOUR LIMIT".
       01  WS-TRANSID         PIC X(04) VALUE 'IAPR'.
       01  WS-COMMAREA        PIC X(01) VALUE SPACES.
       01  WS-AUDIT-QUEUE     PIC X(04) VALUE 'AUDT'.
      * THE DCT ROUTES THE APRQ EXTRAPARTITION QUEUE TO THE APPRONL
      * DATASET, WHICH THE INVOICE RUN READS CONCATENATED BEHIND THE
      * TYPED APPRCRD CARDS - AN APPROVAL KEYED AT 3 P.M. RELEASES
      * THE INVOICE TONIGHT.
       01  WS-APPRCRD-QUEUE   PIC X(04) VALUE 'APRQ'.
       01  WS-APPROVAL-CARD.
           05  WS-AC-PART-1       PIC X(04).
           05  WS-AC-PART-2       PIC X(04).
           05  WS-AC-APPROVER-ID  PIC X(08).
           05  WS-AC-DECISION     PIC X(01).
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
           05  FILLER         PIC X(09) VALUE ' INVAPPR '.
           05  WS-AUD-TIME    PIC 9(07).
           05  FILLER         PIC X(01) VALUE SPACE.
           05  WS-AUD-AMOUNT  PIC 9(09)V99.
           05  FILLER         PIC X(23) VALUE SPACES.
       01  WS-ABSTIME         PIC S9(15) COMP-3.
       01  WS-TODAY           PIC X(08) VALUE SPACES.
       01  WS-TODAY-N REDEFINES WS-TODAY PIC 9(08).
       01  WS-DAYS-WAITING    PIC S9(05) VALUE ZERO.
       01  WS-LINE-NDX        PIC 9(02) VALUE ZERO.
       01  WS-LINES-PER-SCREEN PIC 9(02) VALUE 10.
       01  WS-SCREEN-AREA.
           05  WS-HEADING-LINE PIC X(80) VALUE
               "KEY       INVOICE NO       AMOUNT CURR  DAYS NOTE".
           05  WS-SCREEN-LINES.
               10  WS-SCREEN-LINE OCCURS 10 TIMES.
                   15  SL-PART-1       PIC X(04).
                   15  FILLER          PIC X(01).
                   15  SL-PART-2       PIC X(04).
                   15  FILLER          PIC X(01).
                   15  SL-INVOICE-NO   PIC X(10).
                   15  FILLER          PIC X(01).
                   15  SL-AMOUNT       PIC ZZZZZZZZ9.99.
                   15  FILLER          PIC X(01).
                   15  SL-CURRENCY     PIC X(04).
                   15  FILLER          PIC X(01).
                   15  SL-DAYS         PIC ZZZZ9.
                   15  FILLER          PIC X(01).
                   15  SL-NOTE         PIC X(08).
                   15  FILLER          PIC X(27).
       01  WS-FOOTER-LINE     PIC X(80) VALUE SPACES.
      * THE SAME REVIEW-QUEUE KSDS RQINQ READS, REBUILT EACH NIGHT
      * BY RQLOAD - SO ONLY INVOICES STILL HELD AFTER TONIGHT'S RUN
      * ARE OFFERED FOR SIGN-OFF.
       01  REVIEW-VSAM-RECORD.
           05  RV-INVOICE-KEY.
               10  RV-SOME-PART-1 PIC X(04).
               10  RV-SOME-PART-2 PIC X(04).
           05  RV-INVOICE-AMOUNT  PIC 9(09)V99.
           05  RV-INVOICE-DATE    PIC 9(08).
           05  RV-CURRENCY        PIC X(04).
           05  RV-REASON          PIC X(40).
               88  RV-APPROVAL-HOLD VALUES
                   "HELD - SUPERVISOR APPROVAL REQUIRED"
                   "HELD - TWO APPROVERS REQUIRED OVER TIER 2"
                   "HELD - APPROVAL DECLINED".
               88  RV-TWO-APPROVERS VALUE
                   "HELD - TWO APPROVERS REQUIRED OVER TIER 2".
               88  RV-DECLINED VALUE "HELD - APPROVAL DECLINED".
           05  RV-INVOICE-NO      PIC X(10).
           05  RV-COMPANY-CODE    PIC X(02).
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
       RECEIVE-APPROVAL-REQUEST.
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

           IF  NOT WS-ACT-LIST AND NOT WS-ACT-APPROVE
               AND NOT WS-ACT-DECLINE
               PERFORM SEND-BAD-ACTION THRU SBA-EXIT
               GO TO TERMIN
           END-IF.

       READ-APPROVER-LIMIT.
      *****************************************************************

           EXEC CICS
                READ
                FILE     ('APPRLIM')
                INTO     (APPROVER-LIMIT-RECORD)
                RIDFLD   (WS-USERID)
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               OR NOT AL-ACTIVE
               PERFORM SEND-NOT-APPROVER THRU SNA-EXIT
               GO TO TERMIN
           END-IF.
           IF  WS-ACT-LIST
               PERFORM LIST-HELD-INVOICES THRU LHI-EXIT
               GO TO TERMIN
           END-IF.

       READ-HELD-INVOICE.
      *****************************************************************

           EXEC CICS
                READ
                FILE     ('INVREVQ')
                INTO     (REVIEW-VSAM-RECORD)
                RIDFLD   (WS-INP-KEY)
                RESP     (WS-RESP)
           END-EXEC.

      * A REFUSED DECISION IS ON THE TRAIL AS THE LOOK IT WAS.
           SET OA-INQUIRY     TO TRUE.
           SET OA-KEY-INVOICE TO TRUE.
           MOVE WS-INP-KEY    TO OA-KEY-VALUE.
           IF  WS-RESP NOT = DFHRESP(NORMAL)
               OR NOT RV-APPROVAL-HOLD
               PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT
               PERFORM SEND-NOT-HELD THRU SNH-EXIT
               GO TO TERMIN
           END-IF.
           IF  RV-INVOICE-AMOUNT > AL-LIMIT-AMOUNT
               PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT
               PERFORM SEND-OVER-LIMIT THRU SOL-EXIT
               GO TO TERMIN
           END-IF.
           PERFORM WRITE-APPROVAL-CARD THRU WAC-EXIT.
           PERFORM WRITE-APPROVAL-AUDIT THRU WAA-EXIT.
           SET OA-QUEUED-CHANGE TO TRUE.
           PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT.
           PERFORM SEND-CONFIRMATION THRU SCF-EXIT.
           GO TO TERMIN.

       RHI-EXIT. EXIT.
      *****************************************************************
       LIST-HELD-INVOICES.
      *****************************************************************

           EXEC CICS
                ASKTIME
                ABSTIME (WS-ABSTIME)
           END-EXEC.

           EXEC CICS
                FORMATTIME
                ABSTIME  (WS-ABSTIME)
                YYYYMMDD (WS-TODAY)
           END-EXEC.

           MOVE WS-INP-KEY TO WS-RID-KEY.

           EXEC CICS
                STARTBR
                FILE     ('INVREVQ')
                RIDFLD   (WS-RID-KEY)
                GTEQ
                RESP     (WS-RESP)
           END-EXEC.

           IF  WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM SEND-NO-HELD THRU SNO-EXIT
               GO TO LHI-EXIT
           END-IF.

           MOVE SPACES TO WS-SCREEN-LINES.
           MOVE ZERO   TO WS-LINE-NDX.
           PERFORM FILL-ONE-LINE THRU FOL-EXIT
               UNTIL WS-LINE-NDX >= WS-LINES-PER-SCREEN
               OR WS-RESP NOT = DFHRESP(NORMAL).

           EXEC CICS
                ENDBR
                FILE    ('INVREVQ')
                NOHANDLE
           END-EXEC.

           IF  WS-LINE-NDX = ZERO
               PERFORM SEND-NO-HELD THRU SNO-EXIT
               GO TO LHI-EXIT
           END-IF.
           PERFORM SEND-SCREEN THRU SSC-EXIT.

       LHI-EXIT. EXIT.
      *****************************************************************
       FILL-ONE-LINE.
      *****************************************************************

           EXEC CICS
                READNEXT
                FILE     ('INVREVQ')
                INTO     (REVIEW-VSAM-RECORD)
                RIDFLD   (WS-RID-KEY)
                RESP     (WS-RESP)
           END-EXEC.

      * A CONTINUED LIST STARTS ON THE INVOICE THE LAST SCREEN
      * ENDED ON - SKIP IT RATHER THAN SHOW IT TWICE.
           IF  WS-RESP = DFHRESP(NORMAL)
               AND RV-INVOICE-KEY NOT = WS-INP-KEY
               AND RV-APPROVAL-HOLD
               AND RV-INVOICE-AMOUNT NOT > AL-LIMIT-AMOUNT
               ADD 1 TO WS-LINE-NDX
               MOVE RV-SOME-PART-1    TO SL-PART-1(WS-LINE-NDX)
               MOVE RV-SOME-PART-2    TO SL-PART-2(WS-LINE-NDX)
               MOVE RV-INVOICE-NO     TO SL-INVOICE-NO(WS-LINE-NDX)
               MOVE RV-INVOICE-AMOUNT TO SL-AMOUNT(WS-LINE-NDX)
               MOVE RV-CURRENCY       TO SL-CURRENCY(WS-LINE-NDX)
               MOVE ZERO TO WS-DAYS-WAITING
               IF  RV-INVOICE-DATE NUMERIC
                   AND RV-INVOICE-DATE > ZERO
                   AND RV-INVOICE-DATE NOT > WS-TODAY-N
                   COMPUTE WS-DAYS-WAITING =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-N)
                       - FUNCTION INTEGER-OF-DATE(RV-INVOICE-DATE)
               END-IF
               MOVE WS-DAYS-WAITING   TO SL-DAYS(WS-LINE-NDX)
               SET OA-INQUIRY         TO TRUE
               SET OA-KEY-INVOICE     TO TRUE
               MOVE RV-INVOICE-KEY    TO OA-KEY-VALUE
               PERFORM WRITE-ONLINE-AUDIT THRU WOA-EXIT
               EVALUATE TRUE
                   WHEN RV-DECLINED
                       MOVE "DECLINED" TO SL-NOTE(WS-LINE-NDX)
                   WHEN RV-TWO-APPROVERS
                       MOVE "TWO REQD" TO SL-NOTE(WS-LINE-NDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       FOL-EXIT. EXIT.
      *****************************************************************
       WRITE-APPROVAL-CARD.
      *****************************************************************

           MOVE WS-INP-PART-1 TO WS-AC-PART-1.
           MOVE WS-INP-PART-2 TO WS-AC-PART-2.
           MOVE WS-USERID     TO WS-AC-APPROVER-ID.
           MOVE WS-INP-ACTION TO WS-AC-DECISION.

           EXEC CICS
                WRITEQ TD
                QUEUE   (WS-APPRCRD-QUEUE)
                FROM    (WS-APPROVAL-CARD)
                LENGTH  (LENGTH OF WS-APPROVAL-CARD)
                NOHANDLE
           END-EXEC.

       WAC-EXIT. EXIT.
      *****************************************************************
       WRITE-APPROVAL-AUDIT.
      *****************************************************************

           MOVE EIBTRMID          TO WS-AUD-TERMID.
           MOVE EIBTRNID          TO WS-AUD-TRANID.
           MOVE WS-USERID         TO WS-AUD-USERID.
           MOVE WS-INP-ACTION     TO WS-AUD-ACTION.
           MOVE WS-INP-KEY        TO WS-AUD-KEY.
           MOVE EIBTIME           TO WS-AUD-TIME.
           MOVE RV-INVOICE-AMOUNT TO WS-AUD-AMOUNT.

           EXEC CICS
                WRITEQ TD
                QUEUE   (WS-AUDIT-QUEUE)
                FROM    (WS-AUDIT-MSG)
                LENGTH  (LENGTH OF WS-AUDIT-MSG)
                NOHANDLE
           END-EXEC.

       WAA-EXIT. EXIT.
      *****************************************************************
       SEND-CONFIRMATION.
      *****************************************************************

           IF  WS-ACT-APPROVE
               STRING WS-INP-KEY           DELIMITED BY SIZE
                      ' APPROVAL QUEUED FOR TONIGHT'
                                           DELIMITED BY SIZE
                   INTO WS-REPLY-TEXT
           ELSE
               STRING WS-INP-KEY           DELIMITED BY SIZE
                      ' DECLINE QUEUED FOR TONIGHT'
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
       SEND-SCREEN.
      *****************************************************************

           EXEC CICS
                SEND TEXT
                FROM    (WS-SCREEN-AREA)
                LENGTH  (LENGTH OF WS-SCREEN-AREA)
                ERASE
           END-EXEC.

           MOVE "KEY L AND THE LAST KEY SHOWN FOR MORE"
               TO WS-FOOTER-LINE.

           EXEC CICS
                SEND TEXT
                FROM    (WS-FOOTER-LINE)
                LENGTH  (LENGTH OF WS-FOOTER-LINE)
                NOHANDLE
           END-EXEC.

       SSC-EXIT. EXIT.
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
       SEND-NOT-HELD.
      *****************************************************************

           EXEC CICS
                SEND TEXT
                FROM    (WS-NOT-HELD-TEXT)
                LENGTH  (LENGTH OF WS-NOT-HELD-TEXT)
                ERASE
           END-EXEC.

       SNH-EXIT. EXIT.
      *****************************************************************
       SEND-OVER-LIMIT.
      *****************************************************************

           EXEC CICS
                SEND TEXT
                FROM    (WS-OVER-LIMIT-TEXT)
                LENGTH  (LENGTH OF WS-OVER-LIMIT-TEXT)
                ERASE
           END-EXEC.

       SOL-EXIT. EXIT.
      *****************************************************************
       SEND-NO-HELD.
      *****************************************************************

           EXEC CICS
                SEND TEXT
                FROM    (WS-NO-HELD-TEXT)
                LENGTH  (LENGTH OF WS-NO-HELD-TEXT)
                ERASE
           END-EXEC.

       SNO-EXIT. EXIT.
      *****************************************************************
       WRITE-ONLINE-AUDIT.
      *****************************************************************

           MOVE 'INVAPPR' TO OA-PROGRAM-ID.

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
