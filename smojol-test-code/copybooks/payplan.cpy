      * PAYPLAN - payment-plan file, one record per plan agreed by
      * collections with a billing account: the balance the plan
      * covers, the instalment the customer pays, how often (W
      * weekly, F fortnightly, M monthly on the start date's day) and
      * the date of the first instalment. Collections add a plan with
      * the status left blank; the nightly PAYPLAN run sets it up by
      * re-scheduling the account's open items into one OPENITEM per
      * instalment (bill numbers PLnnnn), then watches it - all the
      * instalment items paid completes the plan, an instalment left
      * unpaid past its due date defaults it and puts the whole
      * remaining balance back in front of DUNNING. A plan that
      * cannot be set up is rejected with a reason code. The status
      * date is when the plan last changed status.
       01  PAYMENT-PLAN-RECORD.
           05  PN-ACCOUNT-NO      PIC X(10).
           05  PN-PLAN-TOTAL      PIC 9(07)V99.
           05  PN-INSTALMENT      PIC 9(07)V99.
           05  PN-FREQUENCY       PIC X(01).
               88  PN-FREQ-WEEKLY     VALUE "W".
               88  PN-FREQ-FORTNIGHT  VALUE "F".
               88  PN-FREQ-MONTHLY    VALUE "M".
           05  PN-START-DATE      PIC 9(08).
           05  PN-TAKER-ID        PIC X(08).
           05  PN-STATUS          PIC X(01).
               88  PN-STAT-NEW        VALUE " ".
               88  PN-STAT-ACTIVE     VALUE "A".
               88  PN-STAT-COMPLETED  VALUE "C".
               88  PN-STAT-DEFAULTED  VALUE "D".
               88  PN-STAT-REJECTED   VALUE "R".
           05  PN-INSTALMENTS     PIC 9(03).
           05  PN-STATUS-DATE     PIC 9(08).
           05  PN-REJECT-REASON   PIC X(02).
               88  PN-REJ-NO-BALANCE  VALUE "NB".
               88  PN-REJ-TOTAL-DIFF  VALUE "TD".
               88  PN-REJ-BAD-TERMS   VALUE "BT".
               88  PN-REJ-PLAN-OPEN   VALUE "PO".
               88  PN-REJ-NO-ROOM     VALUE "NR".
