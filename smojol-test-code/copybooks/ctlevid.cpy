      * CTLEVID - controls evidence, appended to across runs. One record
      * each time a control that the daily card files do not otherwise
      * keep is exercised: a stop-list change applied by STOPAPPL, a
      * resubmission judged by INVRECYC, a tiered release approval or
      * denied-party compliance clearance decided by HELLO-WORLD, and a
      * payment recall honored or cancelled by PAYRCL. It carries who
      * made the change, who approved it and how many approvers the
      * control needed, so the month-end EVIDRPT package can show the
      * auditors the control working - the cards themselves are gone the
      * next morning. The maker is blank where no person keys the item
      * (an invoice off the feed). Writers clear the record first.
       01  CONTROL-EVIDENCE-RECORD.
           05  CE-TIMESTAMP       PIC X(14).
           05  FILLER             PIC X(01).
           05  CE-CONTROL         PIC X(02).
               88  CE-STOP-LIST       VALUE "SL".
               88  CE-RESUBMISSION    VALUE "RS".
               88  CE-RELEASE-APPR    VALUE "IA".
               88  CE-COMPLIANCE      VALUE "CO".
               88  CE-PAYMENT-RECALL  VALUE "RC".
           05  FILLER             PIC X(01).
           05  CE-KEY             PIC X(18).
           05  FILLER             PIC X(01).
           05  CE-ACTION          PIC X(01).
           05  FILLER             PIC X(01).
           05  CE-AMOUNT          PIC 9(09)V99.
           05  FILLER             PIC X(01).
           05  CE-MAKER           PIC X(08).
           05  FILLER             PIC X(01).
           05  CE-APPROVER-1      PIC X(08).
           05  FILLER             PIC X(01).
           05  CE-APPROVER-2      PIC X(08).
           05  FILLER             PIC X(01).
           05  CE-APPROVALS-REQD  PIC 9(01).
           05  FILLER             PIC X(01).
           05  CE-OUTCOME         PIC X(01).
               88  CE-APPLIED         VALUE "A".
               88  CE-HELD            VALUE "H".
               88  CE-DECLINED        VALUE "D".
               88  CE-SKIPPED         VALUE "S".
