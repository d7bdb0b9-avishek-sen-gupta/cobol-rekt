      * PRTQUEUE - print-stream queue, the cumulative file the
      * PRTQUEUE subprogram appends to for BILLSTMT, DUNNING,
      * REMITADV and VENDSTMT and PRTSTRM drains into the print
      * vendor's composed file. One L record per print line of a
      * mailable document, carrying the addressee so the lines can
      * be presorted by postal code and grouped into envelopes.
      * Each producing run is told apart by the business timestamp
      * it opened the queue at; documents are numbered within the
      * run and lines within the document. A document with no
      * address on file is queued with the held switch set and goes
      * to the held listing, not the vendor. Each producing run ends
      * with one T record holding its own count of documents and
      * pages and what the subprogram queued, the figures PRTSTRM
      * balances against.
       01  PRINT-QUEUE-RECORD.
           05  QU-RECORD-TYPE     PIC X(01).
               88  QU-DOCUMENT-LINE   VALUE "L".
               88  QU-SOURCE-TRAILER  VALUE "T".
           05  QU-SOURCE          PIC X(08).
           05  QU-RUN-STAMP       PIC X(14).
           05  QU-DOC-SEQ         PIC 9(07).
           05  QU-LINE-SEQ        PIC 9(05).
           05  QU-PAGE-NO         PIC 9(03).
           05  QU-HELD-SW         PIC X(01).
               88  QU-HELD-NO-ADDRESS VALUE "Y".
           05  QU-ADDRESS-KEY     PIC X(10).
           05  QU-MAIL-NAME       PIC X(30).
           05  QU-MAIL-ADDR-1     PIC X(30).
           05  QU-MAIL-ADDR-2     PIC X(30).
           05  QU-MAIL-POSTAL     PIC X(10).
           05  QU-PRINT-LINE      PIC X(80).
           05  QU-TRAILER REDEFINES QU-PRINT-LINE.
               10  QU-PRODUCER-DOCS   PIC 9(07).
               10  QU-PRODUCER-PAGES  PIC 9(07).
               10  QU-DOCS-QUEUED     PIC 9(07).
               10  QU-PAGES-QUEUED    PIC 9(07).
               10  FILLER             PIC X(52).
