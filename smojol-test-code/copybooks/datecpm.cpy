      * errlogpm.cpy. Function ADDB adds DC-DAYS-IN business days to
      * DC-DATE-1 giving DC-RESULT-DATE; function BETW counts the
      * business days after DC-DATE-1 up to and including DC-DATE-2
      * giving DC-DAYS-OUT; function ROLL gives DC-DATE-1 itself in
      * DC-RESULT-DATE when it is a business day, otherwise the
      * next business day after it - the value date for a payment
      * released that day. Weekends and the bank holidays on the
      * BANKHOL calendar file are skipped. DC-CALENDAR names the
      * holiday calendar to use - the payment currency code for a
      * value date - and blank means the domestic calendar, as does
      * a code with no calendar on file. DC-CALENDAR-USED returns
      * the calendar actually applied.
       01  DATECALC-PARMS.
           05  DC-FUNCTION       PIC X(04).
               88  DC-ADD-DAYS      VALUE "ADDB".
               88  DC-DAYS-BETWEEN  VALUE "BETW".
               88  DC-ROLL-FORWARD  VALUE "ROLL".
           05  DC-DATE-1         PIC 9(08).
           05  DC-DATE-2         PIC 9(08).
           05  DC-DAYS-IN        PIC S9(05).
           05  DC-STATUS         PIC X(01).
               88  DC-OK            VALUE "0".
               88  DC-ERROR         VALUE "1".
           05  DC-CALENDAR       PIC X(04).
           05  DC-CALENDAR-USED  PIC X(04).
