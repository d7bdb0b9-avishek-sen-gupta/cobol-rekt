      * COSTCTR - cost-center master, one record per department
      * that may carry spend: the code the invoice detail lines
      * quote, the company whose books it belongs to (spaces for a
      * center shared by every company), whether it is open for
      * posting, and the name the managers know it by. INVEDIT
      * loads it into a table at start of run and stamps each
      * detail line whose cost center is not on file, or is on
      * file but closed, for the invoice run to hold.
       01  COST-CENTER-RECORD.
           05  CM-COST-CENTER     PIC X(06).
           05  CM-COMPANY-CODE    PIC X(02).
           05  CM-STATUS          PIC X(01).
               88  CM-OPEN        VALUE "A".
               88  CM-CLOSED      VALUE "C".
           05  CM-NAME            PIC X(30).
