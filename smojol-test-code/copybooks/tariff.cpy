      * TARIFF - usage tariff for CHGGEN, one record per charge code
      * per tariff period. A charges-feed line carrying a quantity
      * instead of an amount is priced against the record for its
      * charge code in force on the service date: effective from
      * the from date through the to date (zero to date - still in
      * force). The quantity falls in the first tier whose upper
      * quantity it does not exceed (zero upper quantity - no upper
      * bound) and the whole quantity is billed at that tier's unit
      * price. Unused tiers are left zero. A charge code with no
      * record at all is unknown and its lines are rejected.
       01  TARIFF-RECORD.
           05  TF-CHARGE-CODE     PIC X(04).
           05  TF-EFFECTIVE-FROM  PIC 9(08).
           05  TF-EFFECTIVE-TO    PIC 9(08).
           05  TF-TIER OCCURS 5 TIMES.
               10  TF-TIER-UPTO   PIC 9(07)V99.
               10  TF-UNIT-PRICE  PIC 9(07)V9(04).
