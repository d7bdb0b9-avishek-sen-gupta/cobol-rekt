       AUTHOR.        MOJO.
       DATE-WRITTEN.  SEP 2026.
      * DSPCASE - dispute case tracking behind the DISP status.
      * BILLDSP can clear a dispute online straight on the master KSDS,
      * but the dispute itself had no record - no reason, no opened
      * date, no owner. This step maintains the dispute case file: an
      * account sitting in DISP on the master with no open case gets one
      * opened (reason from a matching BMTRAN card when one is on the
      * day's file, else UNKNOWN), and an open case whose account has
      * left DISP is closed with the timestamp and a CLEARED resolution.
      * Every still-open case has its days-open recounted, and a case
      * open past the escalation threshold is bumped a severity - the
      * same discipline EXCHIST applies to the billing exceptions - and
      * listed in the escalation section of the open-disputes aging
      * report. The updated case file goes to a new generation the JCL
      * swaps back.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  BT-PRIOR-SW        PIC X(01).
           05  BT-AMOUNT          PIC 9(07)V99.
           05  BT-DUE-DATE        PIC 9(08).
           05  BT-USER-ID         PIC X(08).
       FD  CASE-FILE.
       01  DISPUTE-CASE-RECORD.
           05  DC-ACCOUNT-NO      PIC X(10).
               AT END
                   SET BILLMSTR-EOF TO TRUE
           END-READ.
      * The day's BMTRAN maintenance cards carry the status an
      * account was moved to - a card INTO DISP donates its status
      * code as the case reason for want of anything richer on the
      * card.
       P0A-LOAD-TRAN-CARDS.
           OPEN INPUT TRAN-FILE.
           IF  FS-SUCCESS
