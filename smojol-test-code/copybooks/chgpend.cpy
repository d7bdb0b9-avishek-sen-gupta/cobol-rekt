      * CHGPEND - charges CHGGEN could not raise because the account
      * is on credit hold or the charge would take it over its
      * credit limit. Same fields as the charges feed, plus the
      * business date the charge was first parked and why (HD on
      * hold, OL over limit). CHGGEN offers every parked charge
      * again each night ahead of the new feed and writes back
      * only those still blocked, keeping the original parked
      * date, so credit control can see how long each has waited.
      * A usage charge keeps the quantity, unit price and tariff tier
      * it was rated at when first read, so it bills at that price
      * whenever it is released.
       01  CHARGE-PENDING-RECORD.
           05  PC-ACCOUNT-NO      PIC X(10).
           05  PC-CHARGE-CODE     PIC X(04).
           05  PC-AMOUNT          PIC 9(07)V99.
           05  PC-SERVICE-DATE    PIC 9(08).
           05  PC-PARKED-DATE     PIC 9(08).
           05  PC-REASON          PIC X(02).
               88  PC-ON-HOLD         VALUE "HD".
               88  PC-OVER-LIMIT      VALUE "OL".
           05  PC-QUANTITY        PIC 9(07)V99.
           05  PC-UNIT-PRICE      PIC 9(07)V9(04).
           05  PC-TIER            PIC 9(01).
