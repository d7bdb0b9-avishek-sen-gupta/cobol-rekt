      * DDSETL - tonight's direct-debit money movements, written by
      * DDCOLL for the receivables journal: an S record for every
      * debit that cleared its return window (cash in, receivables
      * down) and an F record for every returned-debit fee raised
      * (receivables up, fee revenue under charge code DDRF).
       01  DD-SETTLEMENT-RECORD.
           05  DS-ACCOUNT-NO      PIC X(10).
           05  DS-BILL-NO         PIC X(06).
           05  DS-AMOUNT          PIC 9(07)V99.
           05  DS-DATE            PIC 9(08).
           05  DS-TYPE            PIC X(01).
               88  DS-SETTLED         VALUE "S".
               88  DS-RETURN-FEE      VALUE "F".
