      * NOTIFREG - vendor notification register, one record per
      * letter VENDLTR has sent a vendor about a held (H, from the
      * review queue) or rejected (R, from INVREJ) invoice, with the
      * internal reason the letter translated and the date it went.
      * Appended to every night and never rewritten: it is both the
      * answer to "did we tell them" and the once-per-hold check -
      * an invoice already registered for the same source and
      * reason is not written to again.
       01  NOTIFY-REGISTER-RECORD.
           05  NR-SOME-PART-1       PIC X(04).
           05  NR-SOME-PART-2       PIC X(04).
           05  NR-SOURCE            PIC X(01).
               88  NR-HELD          VALUE "H".
               88  NR-REJECTED      VALUE "R".
           05  NR-REASON            PIC X(40).
           05  NR-INVOICE-NO        PIC X(10).
           05  NR-INVOICE-AMOUNT    PIC 9(09)V99.
           05  NR-LETTER-DATE       PIC 9(08).
           05  FILLER               PIC X(02).
