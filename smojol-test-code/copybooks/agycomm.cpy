      * AGYCOMM - commission the collections agency kept out of
      * tonight's remittance, one record per collection, written by
      * AGYREMIT. The customer's account is credited with the full
      * amount collected through BANKPAY; the commission is the part
      * of that cash we never received, and ARJRNL journals it as
      * collection expense against cash.
       01  AGENCY-COMMISSION-RECORD.
           05  AC-ACCOUNT-NO      PIC X(10).
           05  AC-COLLECTED-DATE  PIC 9(08).
           05  AC-COMMISSION      PIC 9(07)V99.
