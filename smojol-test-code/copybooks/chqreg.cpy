      * CHQREG - cheque register, one record per cheque PAYORD has
      * issued, appended each night in cheque-number order. The
      * register is what a void is checked against: CHQVOID only
      * cancels a cheque found here still issued, marks it V with
      * the date it was voided and sends the void to the bank.
      * CHQREC marks a cheque the bank reports paid as C cleared
      * with the amount and date the bank paid, and one still
      * outstanding past the stale-date window as S stale once its
      * reversal and void have been raised.
       01  CHEQUE-REGISTER-RECORD.
           05  CQ-CHEQUE-NO          PIC 9(10).
           05  CQ-VENDOR-ID          PIC X(04).
           05  CQ-SOME-PART-2        PIC X(04).
           05  CQ-PAYEE-NAME         PIC X(30).
           05  CQ-AMOUNT             PIC 9(09)V99.
           05  CQ-CURRENCY-CODE      PIC X(04).
           05  CQ-COMPANY-CODE       PIC X(02).
           05  CQ-ISSUE-DATE         PIC 9(08).
           05  CQ-STATUS             PIC X(01).
               88  CQ-ISSUED         VALUE "I".
               88  CQ-VOIDED         VALUE "V".
               88  CQ-CLEARED        VALUE "C".
               88  CQ-STALE          VALUE "S".
           05  CQ-STATUS-DATE        PIC 9(08).
           05  CQ-PAID-AMOUNT        PIC 9(09)V99.
