      * AGYREG - collections-agency placement register, one record
      * per billing account ever placed with the agency. AGYPLACE
      * adds an account at month end when it is placed (status P,
      * with the balance placed); AGYREMIT adds up what the agency
      * reports collected (gross, before its commission) and closes
      * the placement (C) once the placed balance is all collected,
      * or recalls it (R) when the customer pays us directly or
      * disputes the bill, giving the recall reason. DUNNING sends
      * no notices on an account while it is placed. The status
      * date is when the placement last changed status.
       01  AGENCY-PLACEMENT-RECORD.
           05  AP-ACCOUNT-NO      PIC X(10).
           05  AP-PLACED-DATE     PIC 9(08).
           05  AP-PLACED-AMOUNT   PIC 9(07)V99.
           05  AP-COLLECTED       PIC 9(07)V99.
           05  AP-STATUS          PIC X(01).
               88  AP-STAT-PLACED     VALUE "P".
               88  AP-STAT-RECALLED   VALUE "R".
               88  AP-STAT-CLOSED     VALUE "C".
           05  AP-STATUS-DATE     PIC 9(08).
           05  AP-RECALL-REASON   PIC X(02).
               88  AP-RCL-PAID-DIRECT VALUE "PD".
               88  AP-RCL-DISPUTED    VALUE "DS".
