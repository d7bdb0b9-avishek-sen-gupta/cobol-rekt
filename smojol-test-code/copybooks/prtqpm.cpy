      * PRTQPM - parameter layout passed to the shared PRTQUEUE
      * subprogram via CALL ... USING. COPY this into both the
      * caller's WORKING-STORAGE and PRTQUEUE's LINKAGE SECTION so
      * the two can never drift apart - the same pattern as ERRLOG
      * with errlogpm.cpy. A producing program opens the queue
      * under its own name, starts each mailable document with the
      * addressee off its master (or the held switch when there is
      * no address), hands over every print line of the document
      * with the page it falls on, and closes with its own count
      * of documents and pages so PRTSTRM can tie back to it.
       01  PRTQUEUE-PARMS.
           05  PQ-FUNCTION       PIC X(01).
               88  PQ-OPEN-QUEUE      VALUE "O".
               88  PQ-START-DOCUMENT  VALUE "D".
               88  PQ-ADD-LINE        VALUE "L".
               88  PQ-CLOSE-QUEUE     VALUE "C".
           05  PQ-SOURCE         PIC X(08).
           05  PQ-ADDRESS-KEY    PIC X(10).
           05  PQ-MAIL-NAME      PIC X(30).
           05  PQ-MAIL-ADDR-1    PIC X(30).
           05  PQ-MAIL-ADDR-2    PIC X(30).
           05  PQ-MAIL-POSTAL    PIC X(10).
           05  PQ-HELD-SW        PIC X(01).
               88  PQ-HELD-NO-ADDRESS VALUE "Y".
           05  PQ-PAGE-NO        PIC 9(03).
           05  PQ-PRINT-LINE     PIC X(80).
           05  PQ-PRODUCER-DOCS  PIC 9(07).
           05  PQ-PRODUCER-PAGES PIC 9(07).
