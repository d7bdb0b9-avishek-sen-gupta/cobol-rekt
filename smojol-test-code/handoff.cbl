      * record for the night and proves every pair: C compares the
      * producer's net records (read less exceptions) against the
      * consumer's records read, A compares the CT-AMOUNT-TOTALs,
      * B proves both. S proves a producer that splits its output
      * across several files, each with its own control-totals
      * record: the consumer named is a program-ID PREFIX, and the
      * producer's net records and amount must equal the SUM over
      * every program whose ID starts with it, from the same run.
      * Broken links are written to the HANDOFF
      * report and the step ends RETURN-CODE 8 so the JCL COND
      * chain stops the suite.
       ENVIRONMENT DIVISION.
               88  RR-COUNTS      VALUE "C".
               88  RR-AMOUNTS     VALUE "A".
               88  RR-BOTH        VALUE "B".
               88  RR-SPLIT       VALUE "S".
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       FD  REPORT-OUT.
               10  WS-PGM-READ      PIC 9(07).
               10  WS-PGM-EXC       PIC 9(07).
               10  WS-PGM-AMOUNT    PIC 9(13)V99.
               10  WS-PGM-RUN-ID    PIC X(08).
       01  WS-PREFIX-LEN           PIC 9(02) COMP VALUE 0.
       01  WS-SPLIT-READ           PIC 9(07) VALUE ZERO.
       01  WS-SPLIT-AMOUNT         PIC 9(13)V99 VALUE ZERO.
       01  WS-LINK-LINE.
           05  LL-PRODUCER  PIC X(08).
           05  FILLER       PIC X(04) VALUE " -> ".
           MOVE CT-TIMESTAMP         TO WS-PGM-TS(PGM-NDX)
           MOVE CT-RECORDS-READ      TO WS-PGM-READ(PGM-NDX)
           MOVE CT-EXCEPTIONS-LOGGED TO WS-PGM-EXC(PGM-NDX)
           MOVE CT-AMOUNT-TOTAL      TO WS-PGM-AMOUNT(PGM-NDX)
           MOVE CT-RUN-ID            TO WS-PGM-RUN-ID(PGM-NDX).
       P0A-READ-RULE.
           READ RULES-FILE
               AT END
       P0A-PROVE-ONE-LINK.
           MOVE "N" TO WS-BROKEN-SW
           PERFORM P0A-FIND-PRODUCER
           IF  RR-SPLIT
               PERFORM P0A-FIND-SPLIT-CONSUMERS
           ELSE
               PERFORM P0A-FIND-CONSUMER
           END-IF
           MOVE RR-PRODUCER TO LL-PRODUCER
           MOVE RR-CONSUMER TO LL-CONSUMER
           MOVE ZERO TO LL-PROD-VAL
               SET LINK-BROKEN TO TRUE
               MOVE "NO CT RECORD" TO LL-FLAG
           ELSE
               IF  RR-SPLIT
                   PERFORM P0A-COMPARE-SPLIT
               ELSE
                   PERFORM P0A-COMPARE-SIDES
               END-IF
           END-IF
           IF  LINK-BROKEN
               ADD 1 TO WS-LINKS-BROKEN
               END-IF
           END-PERFORM
           SUBTRACT 1 FROM WS-CONS-NDX.
      * A split file left over from an earlier run must not count
      * towards tonight, so only the producer's run is summed.
       P0A-FIND-SPLIT-CONSUMERS.
           MOVE "N"  TO WS-CONS-FOUND-SW
           MOVE ZERO TO WS-SPLIT-READ
           MOVE ZERO TO WS-SPLIT-AMOUNT
           MOVE ZERO TO WS-PREFIX-LEN
           INSPECT RR-CONSUMER TALLYING WS-PREFIX-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF  PRODUCER-FOUND AND WS-PREFIX-LEN > ZERO
               PERFORM VARYING WS-PROD-NDX FROM 1 BY 1
                       UNTIL WS-PGM-ID(WS-PROD-NDX) = RR-PRODUCER
                   CONTINUE
               END-PERFORM
               PERFORM VARYING WS-CONS-NDX FROM 1 BY 1
                       UNTIL WS-CONS-NDX > WS-PGM-COUNT
                   IF  WS-PGM-ID(WS-CONS-NDX)(1:WS-PREFIX-LEN)
                           = RR-CONSUMER(1:WS-PREFIX-LEN)
                       AND WS-PGM-RUN-ID(WS-CONS-NDX)
                           = WS-PGM-RUN-ID(WS-PROD-NDX)
                       AND WS-CONS-NDX NOT = WS-PROD-NDX
                       SET CONSUMER-FOUND TO TRUE
                       ADD WS-PGM-READ(WS-CONS-NDX) TO WS-SPLIT-READ
                       ADD WS-PGM-AMOUNT(WS-CONS-NDX)
                           TO WS-SPLIT-AMOUNT
                   END-IF
               END-PERFORM
           END-IF.
       P0A-COMPARE-SPLIT.
           MOVE WS-PROD-NET   TO LL-PROD-VAL
           MOVE WS-SPLIT-READ TO LL-CONS-VAL
           IF  WS-PROD-NET NOT = WS-SPLIT-READ
               SET LINK-BROKEN TO TRUE
               MOVE "COUNT BREAK " TO LL-FLAG
           ELSE
               MOVE WS-PGM-AMOUNT(WS-PROD-NDX) TO LL-PROD-VAL
               MOVE WS-SPLIT-AMOUNT            TO LL-CONS-VAL
               IF  WS-PGM-AMOUNT(WS-PROD-NDX) NOT = WS-SPLIT-AMOUNT
                   SET LINK-BROKEN TO TRUE
                   MOVE "AMOUNT BREAK" TO LL-FLAG
               END-IF
           END-IF.
       P0A-COMPARE-SIDES.
           PERFORM VARYING WS-PROD-NDX FROM 1 BY 1
                   UNTIL WS-PGM-ID(WS-PROD-NDX) = RR-PRODUCER
