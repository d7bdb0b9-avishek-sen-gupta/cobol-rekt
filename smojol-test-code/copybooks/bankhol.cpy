      * BANKHOL - bank-holiday calendar file, one record per holiday
      * per calendar, in calendar then date order. HOL-CALENDAR is
      * the payment currency code the calendar serves (EUR for the
      * TARGET days, GBP for the UK bank holidays, and so on - a
      * country code may be used the same way); a blank calendar
      * code is the domestic calendar, which is what every record
      * on the file was before calendars were added, so an 8-byte
      * date-only record still reads as a domestic holiday.
      * Maintained by HOLMNT; read by DATECALC.
       01  HOLIDAY-RECORD.
           05  HOL-DATE             PIC 9(08).
           05  HOL-CALENDAR         PIC X(04).
               88  HOL-DOMESTIC     VALUE SPACES.
           05  HOL-DESCRIPTION      PIC X(20).
