      * in the journal build - e.g. FR freight, UT utilities -
      * spaces means the generic mapping applies.
           05  VM-VENDOR-CLASS    PIC X(02).
      * A shared vendor serves more than one company of the group.
      * When PAYCONS runs with cross-company consolidation on, the
      * night's payments to a shared vendor fold into one payment
      * from the paying company, and the intercompany due-to /
      * due-from lines are journalled for the companies it paid
      * on behalf of.
           05  VM-SHARED-SW       PIC X(01).
               88  VM-SHARED      VALUE "Y".
