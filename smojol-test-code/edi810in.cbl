       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EDI810IN.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * EDI810IN - inbound adapter for the suppliers who send their
      * invoices as an X12 810 interchange, the companion of
      * INVADAPT for the subsidiary's comma-delimited file. The
      * interchange arrives one segment per line, elements split by
      * "*" with the "~" terminator optional. Two passes, the same
      * discipline HELLO-WORLD's trailer pre-pass uses: the first
      * proves the envelopes - ISA/IEA control number and group
      * count, GS/GE control number and set count, ST/SE control
      * number and segment count - and any failure lands on EDIREJ
      * and marks the set, group or whole interchange refused. The
      * second pass converts only the sets that survived: BIG gives
      * the invoice date and number and the purchase order it bills
      * against, REF*VR our vendor number (the
      * two vendor parts), CUR the currency, IT1 a detail line
      * (quantity times unit price), TXI the tax and REF*DP the
      * department (our cost center) of the line they follow, and
      * TDS the invoice total, into one INVOICE-IN
      * header and its D detail lines in the invrec.cpy layout,
      * appended to the INVIN feed behind the trailer like every
      * other in-shop injection so INVEDIT's regenerated trailer
      * carries them. Segments that do not map are written to
      * EDIREJ and skipped. A 997 functional acknowledgement for
      * every group received - each set accepted or rejected with
      * its X12 reason code - is written to EDI997 for return to
      * the supplier, and the step reports record and amount
      * totals the way INVADAPT does.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDI-FEED ASSIGN TO "EDIFEED"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CONVERTED-OUT ASSIGN TO "EDICONV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REJECT-OUT ASSIGN TO "EDIREJ"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ACK-OUT ASSIGN TO "EDI997"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SUITE-CKPT ASSIGN TO "SUITECKP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EDI-FEED.
       01  EDI-SEGMENT-LINE      PIC X(120).
       FD  CONVERTED-OUT.
           COPY "invrec.cpy".
       FD  REJECT-OUT.
       01  REJECT-OUT-RECORD.
           05  SR-REASON         PIC X(30).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  SR-RAW-LINE       PIC X(120).
       FD  ACK-OUT.
       01  ACK-OUT-RECORD        PIC X(120).
       FD  SUITE-CKPT.
           COPY "suitecp.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
           COPY "bizdtpm.cpy".
       01  WS-SUITE-CKPT-EOF-SW    PIC X VALUE "N".
            88 SUITE-CKPT-EOF      VALUE "Y".
       01  WS-STEP-DONE-SW         PIC X VALUE "N".
            88 STEP-ALREADY-DONE   VALUE "Y".
           COPY "timelgpm.cpy".
       01  WS-FEED-EOF-SW          PIC X VALUE "N".
            88 FEED-EOF            VALUE "Y".
       01  WS-SEGMENTS-READ        PIC 9(07) VALUE ZERO.
       01  WS-SEGMENTS-REJECTED    PIC 9(07) VALUE ZERO.
       01  WS-INVOICES-CONVERTED   PIC 9(07) VALUE ZERO.
       01  WS-SETS-REJECTED        PIC 9(07) VALUE ZERO.
       01  WS-AMOUNT-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-FIELD-COUNT          PIC 9(02) VALUE ZERO.
       01  WS-SEG-FIELDS.
           05  WS-FIELD PIC X(30) OCCURS 17 TIMES.
       01  WS-SEG-ID               PIC X(03).
      * Envelope state for the proving pass.
       01  WS-IN-INTERCHANGE-SW    PIC X VALUE "N".
            88 IN-INTERCHANGE      VALUE "Y".
       01  WS-IN-GROUP-SW          PIC X VALUE "N".
            88 IN-GROUP            VALUE "Y".
       01  WS-IN-SET-SW            PIC X VALUE "N".
            88 IN-SET              VALUE "Y".
       01  WS-ISA-CONTROL-NO       PIC X(09) VALUE SPACES.
       01  WS-ISA-SENDER-QUAL      PIC X(02) VALUE "ZZ".
       01  WS-ISA-SENDER-ID        PIC X(15) VALUE SPACES.
       01  WS-ISA-RECEIVER-QUAL    PIC X(02) VALUE "ZZ".
       01  WS-ISA-RECEIVER-ID      PIC X(15) VALUE SPACES.
       01  WS-GS-SENDER-ID         PIC X(15) VALUE SPACES.
       01  WS-GS-RECEIVER-ID       PIC X(15) VALUE SPACES.
       01  WS-ISA-FIRST-GROUP      PIC 9(04) COMP VALUE ZERO.
       01  WS-ISA-GROUP-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-SET-SEGMENT-COUNT    PIC 9(06) VALUE ZERO.
       01  WS-CHECK-NUMBER         PIC 9(06) VALUE ZERO.
       01  WS-CHECK-TEXT           PIC X(30) VALUE SPACES.
      * One entry per functional group and per transaction set, so
      * the second pass and the 997 know what the first pass found.
       01  WS-GROUP-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 100 TIMES
                   INDEXED BY GRP-NDX.
               10  WS-GRP-CONTROL-NO   PIC X(09).
               10  WS-GRP-FIRST-SET    PIC 9(04) COMP.
               10  WS-GRP-SET-COUNT    PIC 9(04) COMP.
               10  WS-GRP-STATUS       PIC X(01).
                   88 GRP-ACCEPTED     VALUE "A".
                   88 GRP-REJECTED     VALUE "R".
       01  WS-SET-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-SET-TABLE.
           05  WS-SET-ENTRY OCCURS 2000 TIMES
                   INDEXED BY SET-NDX.
               10  WS-SET-CONTROL-NO   PIC X(09).
               10  WS-SET-STATUS       PIC X(01).
                   88 SET-ACCEPTED     VALUE "A".
                   88 SET-REJECTED     VALUE "R".
      * AK5 reason: 1 set not supported, 2 trailer missing,
      * 3 control number mismatch, 4 segment count mismatch,
      * 5 one or more segments in error.
               10  WS-SET-ERROR-CODE   PIC X(01).
       01  WS-SET-ORDINAL          PIC 9(04) COMP VALUE ZERO.
       01  WS-MARK-NDX             PIC 9(04) COMP VALUE ZERO.
      * The invoice being built from the current set.
       01  WS-INV-VENDOR-ID        PIC X(08) VALUE SPACES.
       01  WS-INV-VENDOR-PARTS REDEFINES WS-INV-VENDOR-ID.
           05  WS-INV-PART-1       PIC X(04).
           05  WS-INV-PART-2       PIC X(04).
       01  WS-INV-NUMBER           PIC X(10) VALUE SPACES.
       01  WS-INV-PO-NUMBER        PIC X(08) VALUE SPACES.
       01  WS-INV-DATE             PIC 9(08) VALUE ZERO.
       01  WS-INV-CURRENCY         PIC X(04) VALUE SPACES.
       01  WS-INV-TOTAL            PIC 9(09)V99 VALUE ZERO.
       01  WS-INV-TOTAL-SW         PIC X VALUE "N".
            88 INV-TOTAL-SEEN      VALUE "Y".
       01  WS-INV-TAX              PIC 9(07)V99 VALUE ZERO.
       01  WS-INV-SET-VALID-SW     PIC X VALUE "Y".
            88 INV-SET-VALID       VALUE "Y".
       01  WS-LINE-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 100 TIMES
                   INDEXED BY LINE-NDX.
               10  WS-LINE-NO          PIC 9(04).
               10  WS-LINE-EXTENSION   PIC 9(09)V99.
               10  WS-LINE-TAX         PIC 9(07)V99.
               10  WS-LINE-TAX-CODE    PIC X(02).
               10  WS-LINE-COST-CENTER PIC X(06).
       01  WS-TDS-CENTS            PIC 9(11) VALUE ZERO.
       01  WS-QUANTITY             PIC 9(07)V9(04) VALUE ZERO.
       01  WS-UNIT-PRICE           PIC 9(09)V9(04) VALUE ZERO.
       01  WS-DECIMAL-AMOUNT       PIC 9(09)V99 VALUE ZERO.
       01  WS-DECIMAL-TEXT         PIC X(30) VALUE SPACES.
       01  WS-DECIMAL-POINTS       PIC 9(02) VALUE ZERO.
       01  WS-DECIMAL-VALID-SW     PIC X VALUE "Y".
            88 DECIMAL-VALID       VALUE "Y".
      * X12 TXI tax-type codes to our own tax codes on TAXRATE.
       01  WS-TAXMAP-VALUES.
           05  FILLER PIC X(04) VALUE "STS1".
           05  FILLER PIC X(04) VALUE "LSS2".
           05  FILLER PIC X(04) VALUE "CTS2".
           05  FILLER PIC X(04) VALUE "VAV1".
       01  WS-TAXMAP-TABLE REDEFINES WS-TAXMAP-VALUES.
           05  WS-TAXMAP-ENTRY OCCURS 4 TIMES
                   INDEXED BY TAXMAP-NDX.
               10  WS-TAXMAP-X12       PIC X(02).
               10  WS-TAXMAP-CODE      PIC X(02).
      * Acknowledgement building.
       01  WS-ACK-CONTROL-NO       PIC X(09) VALUE SPACES.
       01  WS-ACK-SET-NO           PIC 9(04) VALUE ZERO.
       01  WS-ACK-SEGMENTS         PIC 9(06) VALUE ZERO.
       01  WS-ACK-RECEIVED         PIC 9(06) VALUE ZERO.
       01  WS-ACK-ACCEPTED         PIC 9(06) VALUE ZERO.
       01  WS-ACK-GROUP-CODE       PIC X(01) VALUE SPACE.
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "EDI810IN" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           PERFORM P0A-CHECK-SUITE-CKPT.
           IF  STEP-ALREADY-DONE
               DISPLAY "EDI810IN ALREADY COMPLETE - SKIPPING ON RESTART"
               GOBACK
           END-IF.
           CALL "BIZDATE" USING BIZDATE-PARMS.
           OPEN OUTPUT REJECT-OUT.
           PERFORM P0A-PROVE-ENVELOPES.
           OPEN EXTEND CONVERTED-OUT.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT CONVERTED-OUT
           END-IF.
           PERFORM P0A-CONVERT-SETS.
           CLOSE CONVERTED-OUT.
           CLOSE REJECT-OUT.
           OPEN OUTPUT ACK-OUT.
           IF  WS-GROUP-COUNT > ZERO
               PERFORM P0A-WRITE-ACKNOWLEDGEMENT
           END-IF.
           CLOSE ACK-OUT.
           PERFORM P0A-WRITE-SUITE-CKPT.
           DISPLAY "EDI810IN SEGMENTS=" WS-SEGMENTS-READ
               " INVOICES=" WS-INVOICES-CONVERTED
               " SETS REJECTED=" WS-SETS-REJECTED
               " SEGMENTS REJECTED=" WS-SEGMENTS-REJECTED.
           DISPLAY "EDI810IN FEED AMOUNT TOTAL=" WS-AMOUNT-TOTAL.
           MOVE "EDI810IN" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           GOBACK.
       P0A-READ-SEGMENT.
           READ EDI-FEED
               AT END
                   SET FEED-EOF TO TRUE
           END-READ.
       P0A-SPLIT-SEGMENT.
           MOVE SPACES TO WS-SEG-FIELDS
           MOVE ZERO   TO WS-FIELD-COUNT
           UNSTRING EDI-SEGMENT-LINE
               DELIMITED BY "*" OR "~"
               INTO WS-FIELD(1)  WS-FIELD(2)  WS-FIELD(3)
                    WS-FIELD(4)  WS-FIELD(5)  WS-FIELD(6)
                    WS-FIELD(7)  WS-FIELD(8)  WS-FIELD(9)
                    WS-FIELD(10) WS-FIELD(11) WS-FIELD(12)
                    WS-FIELD(13) WS-FIELD(14) WS-FIELD(15)
                    WS-FIELD(16) WS-FIELD(17)
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING
           MOVE WS-FIELD(1)(1:3) TO WS-SEG-ID.
       P0A-REJECT-SEGMENT.
           MOVE EDI-SEGMENT-LINE TO SR-RAW-LINE
           WRITE REJECT-OUT-RECORD
           ADD 1 TO WS-SEGMENTS-REJECTED.
      *****************************************************************
      * First pass - prove every envelope before anything converts.
      *****************************************************************
       P0A-PROVE-ENVELOPES.
           MOVE "N" TO WS-FEED-EOF-SW
           OPEN INPUT EDI-FEED.
           IF  FS-SUCCESS
               PERFORM P0A-READ-SEGMENT
               PERFORM UNTIL FEED-EOF
                   ADD 1 TO WS-SEGMENTS-READ
                   PERFORM P0A-SPLIT-SEGMENT
                   PERFORM P0A-PROVE-ONE-SEGMENT
                   PERFORM P0A-READ-SEGMENT
               END-PERFORM
               CLOSE EDI-FEED
           END-IF.
           MOVE SPACES TO EDI-SEGMENT-LINE.
           IF  IN-SET
               MOVE "ST WITHOUT SE AT END OF FILE" TO SR-REASON
               PERFORM P0A-REJECT-SEGMENT
               MOVE "R" TO WS-SET-STATUS(SET-NDX)
               MOVE "2" TO WS-SET-ERROR-CODE(SET-NDX)
           END-IF.
           IF  IN-GROUP
               MOVE "GS WITHOUT GE AT END OF FILE" TO SR-REASON
               PERFORM P0A-REJECT-SEGMENT
               PERFORM P0A-REFUSE-CURRENT-GROUP
           END-IF.
           IF  IN-INTERCHANGE
               MOVE "ISA WITHOUT IEA AT END OF FILE" TO SR-REASON
               PERFORM P0A-REJECT-SEGMENT
               PERFORM P0A-REFUSE-INTERCHANGE
           END-IF.
       P0A-PROVE-ONE-SEGMENT.
           EVALUATE WS-SEG-ID
               WHEN "ISA"
                   SET IN-INTERCHANGE TO TRUE
                   MOVE WS-FIELD(6)(1:2)  TO WS-ISA-SENDER-QUAL
                   MOVE WS-FIELD(7)(1:15) TO WS-ISA-SENDER-ID
                   MOVE WS-FIELD(8)(1:2)  TO WS-ISA-RECEIVER-QUAL
                   MOVE WS-FIELD(9)(1:15) TO WS-ISA-RECEIVER-ID
                   MOVE WS-FIELD(14)(1:9) TO WS-ISA-CONTROL-NO
                   MOVE ZERO              TO WS-ISA-GROUP-COUNT
                   COMPUTE WS-ISA-FIRST-GROUP = WS-GROUP-COUNT + 1
               WHEN "GS"
                   PERFORM P0A-OPEN-GROUP
               WHEN "ST"
                   PERFORM P0A-OPEN-SET
               WHEN "SE"
                   PERFORM P0A-CLOSE-SET
               WHEN "GE"
                   PERFORM P0A-CLOSE-GROUP
               WHEN "IEA"
                   PERFORM P0A-CLOSE-INTERCHANGE
               WHEN OTHER
                   IF  IN-SET
                       ADD 1 TO WS-SET-SEGMENT-COUNT
                   ELSE
                       MOVE "SEGMENT OUTSIDE ANY ST/SE" TO SR-REASON
                       PERFORM P0A-REJECT-SEGMENT
                   END-IF
           END-EVALUATE.
       P0A-OPEN-GROUP.
           IF  WS-GROUP-COUNT < 100
               ADD 1 TO WS-GROUP-COUNT
               ADD 1 TO WS-ISA-GROUP-COUNT
               SET GRP-NDX TO WS-GROUP-COUNT
               SET IN-GROUP TO TRUE
               MOVE WS-FIELD(3)(1:15) TO WS-GS-SENDER-ID
               MOVE WS-FIELD(4)(1:15) TO WS-GS-RECEIVER-ID
               MOVE WS-FIELD(7)(1:9)  TO WS-GRP-CONTROL-NO(GRP-NDX)
               COMPUTE WS-GRP-FIRST-SET(GRP-NDX) = WS-SET-COUNT + 1
               MOVE ZERO TO WS-GRP-SET-COUNT(GRP-NDX)
               MOVE "A"  TO WS-GRP-STATUS(GRP-NDX)
               IF  WS-FIELD(2)(1:2) NOT = "IN"
                   MOVE "GS FUNCTIONAL ID NOT IN" TO SR-REASON
                   PERFORM P0A-REJECT-SEGMENT
                   MOVE "R" TO WS-GRP-STATUS(GRP-NDX)
               END-IF
           ELSE
               MOVE "GROUP TABLE FULL" TO SR-REASON
               PERFORM P0A-REJECT-SEGMENT
           END-IF.
       P0A-OPEN-SET.
           MOVE 1 TO WS-SET-SEGMENT-COUNT
           IF  IN-GROUP AND WS-SET-COUNT < 2000
               ADD 1 TO WS-SET-COUNT
               ADD 1 TO WS-GRP-SET-COUNT(GRP-NDX)
               SET SET-NDX TO WS-SET-COUNT
               SET IN-SET TO TRUE
               MOVE WS-FIELD(3)(1:9) TO WS-SET-CONTROL-NO(SET-NDX)
               MOVE "A"   TO WS-SET-STATUS(SET-NDX)
               MOVE SPACE TO WS-SET-ERROR-CODE(SET-NDX)
               IF  WS-FIELD(2)(1:3) NOT = "810"
                   MOVE "TRANSACTION SET NOT 810" TO SR-REASON
                   PERFORM P0A-REJECT-SEGMENT
                   MOVE "R" TO WS-SET-STATUS(SET-NDX)
                   MOVE "1" TO WS-SET-ERROR-CODE(SET-NDX)
               END-IF
               IF  GRP-REJECTED(GRP-NDX)
                   MOVE "R" TO WS-SET-STATUS(SET-NDX)
               END-IF
           ELSE
               MOVE "ST OUTSIDE GROUP OR TABLE FULL" TO SR-REASON
               PERFORM P0A-REJECT-SEGMENT
           END-IF.
       P0A-CLOSE-SET.
           IF  IN-SET
               ADD 1 TO WS-SET-SEGMENT-COUNT
               MOVE "N" TO WS-IN-SET-SW
               MOVE WS-FIELD(2) TO WS-CHECK-TEXT
               PERFORM P0A-CHECK-COUNT-FIELD
               IF  WS-CHECK-NUMBER NOT = WS-SET-SEGMENT-COUNT
                   MOVE "SE SEGMENT COUNT MISMATCH" TO SR-REASON
                   PERFORM P0A-REJECT-SEGMENT
                   MOVE "R" TO WS-SET-STATUS(SET-NDX)
                   MOVE "4" TO WS-SET-ERROR-CODE(SET-NDX)
               END-IF
               IF  WS-FIELD(3)(1:9) NOT = WS-SET-CONTROL-NO(SET-NDX)
                   MOVE "SE CONTROL NUMBER MISMATCH" TO SR-REASON
                   PERFORM P0A-REJECT-SEGMENT
                   MOVE "R" TO WS-SET-STATUS(SET-NDX)
                   MOVE "3" TO WS-SET-ERROR-CODE(SET-NDX)
               END-IF
           ELSE
               MOVE "SE WITHOUT ST" TO SR-REASON
               PERFORM P0A-REJECT-SEGMENT
           END-IF.
       P0A-CLOSE-GROUP.
           IF  IN-GROUP
               MOVE "N" TO WS-IN-GROUP-SW
               MOVE WS-FIELD(2) TO WS-CHECK-TEXT
               PERFORM P0A-CHECK-COUNT-FIELD
               IF  WS-CHECK-NUMBER NOT = WS-GRP-SET-COUNT(GRP-NDX)
                   MOVE "GE SET COUNT MISMATCH" TO SR-REASON
                   PERFORM P0A-REJECT-SEGMENT
                   PERFORM P0A-REFUSE-CURRENT-GROUP
               END-IF
               IF  WS-FIELD(3)(1:9) NOT = WS-GRP-CONTROL-NO(GRP-NDX)
                   MOVE "GE CONTROL NUMBER MISMATCH" TO SR-REASON
                   PERFORM P0A-REJECT-SEGMENT
                   PERFORM P0A-REFUSE-CURRENT-GROUP
               END-IF
           ELSE
               MOVE "GE WITHOUT GS" TO SR-REASON
               PERFORM P0A-REJECT-SEGMENT
           END-IF.
       P0A-CLOSE-INTERCHANGE.
           IF  IN-INTERCHANGE
               MOVE "N" TO WS-IN-INTERCHANGE-SW
               MOVE WS-FIELD(2) TO WS-CHECK-TEXT
               PERFORM P0A-CHECK-COUNT-FIELD
               IF  WS-CHECK-NUMBER NOT = WS-ISA-GROUP-COUNT
                   MOVE "IEA GROUP COUNT MISMATCH" TO SR-REASON
                   PERFORM P0A-REJECT-SEGMENT
                   PERFORM P0A-REFUSE-INTERCHANGE
               END-IF
               IF  WS-FIELD(3)(1:9) NOT = WS-ISA-CONTROL-NO
                   MOVE "IEA CONTROL NUMBER MISMATCH" TO SR-REASON
                   PERFORM P0A-REJECT-SEGMENT
                   PERFORM P0A-REFUSE-INTERCHANGE
               END-IF
           ELSE
               MOVE "IEA WITHOUT ISA" TO SR-REASON
               PERFORM P0A-REJECT-SEGMENT
           END-IF.
      * Count elements arrive unpadded ("3", "12"); right-justify
      * the digits before comparing. Anything else compares as
      * zero and fails the check.
       P0A-CHECK-COUNT-FIELD.
           MOVE ZERO TO WS-CHECK-NUMBER
           MOVE ZERO TO WS-DECIMAL-POINTS
           INSPECT WS-CHECK-TEXT TALLYING WS-DECIMAL-POINTS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF  WS-DECIMAL-POINTS > ZERO AND WS-DECIMAL-POINTS < 7
               IF  WS-CHECK-TEXT(1:WS-DECIMAL-POINTS) NUMERIC
                   MOVE WS-CHECK-TEXT(1:WS-DECIMAL-POINTS)
                       TO WS-CHECK-NUMBER
               END-IF
           END-IF.
       P0A-REFUSE-CURRENT-GROUP.
           MOVE "R" TO WS-GRP-STATUS(GRP-NDX)
           PERFORM VARYING WS-MARK-NDX FROM WS-GRP-FIRST-SET(GRP-NDX)
                   BY 1 UNTIL WS-MARK-NDX > WS-SET-COUNT
               MOVE "R" TO WS-SET-STATUS(WS-MARK-NDX)
           END-PERFORM.
       P0A-REFUSE-INTERCHANGE.
           PERFORM VARYING GRP-NDX FROM WS-ISA-FIRST-GROUP BY 1
                   UNTIL GRP-NDX > WS-GROUP-COUNT
               PERFORM P0A-REFUSE-CURRENT-GROUP
           END-PERFORM.
      *****************************************************************
      * Second pass - convert the sets the first pass accepted.
      *****************************************************************
       P0A-CONVERT-SETS.
           MOVE "N"  TO WS-FEED-EOF-SW
           MOVE "N"  TO WS-IN-SET-SW
           MOVE ZERO TO WS-SET-ORDINAL
           OPEN INPUT EDI-FEED.
           IF  FS-SUCCESS
               PERFORM P0A-READ-SEGMENT
               PERFORM UNTIL FEED-EOF
                   PERFORM P0A-SPLIT-SEGMENT
                   PERFORM P0A-CONVERT-ONE-SEGMENT
                   PERFORM P0A-READ-SEGMENT
               END-PERFORM
               CLOSE EDI-FEED
           END-IF.
       P0A-CONVERT-ONE-SEGMENT.
           EVALUATE TRUE
               WHEN WS-SEG-ID = "ST"
                   ADD 1 TO WS-SET-ORDINAL
                   MOVE "N" TO WS-IN-SET-SW
                   IF  WS-SET-ORDINAL <= WS-SET-COUNT
                       SET SET-NDX TO WS-SET-ORDINAL
                       IF  SET-ACCEPTED(SET-NDX)
                           SET IN-SET TO TRUE
                           PERFORM P0A-START-INVOICE
                       ELSE
                           ADD 1 TO WS-SETS-REJECTED
                       END-IF
                   END-IF
               WHEN NOT IN-SET
                   CONTINUE
               WHEN WS-SEG-ID = "SE"
                   MOVE "N" TO WS-IN-SET-SW
                   PERFORM P0A-FINISH-INVOICE
               WHEN WS-SEG-ID = "BIG"
                   PERFORM P0A-MAP-BIG
               WHEN WS-SEG-ID = "REF"
                   IF  WS-FIELD(2)(1:2) = "VR"
                       MOVE WS-FIELD(3)(1:8) TO WS-INV-VENDOR-ID
                   END-IF
                   IF  WS-FIELD(2)(1:2) = "DP"
                       AND WS-LINE-COUNT > ZERO
                       SET LINE-NDX TO WS-LINE-COUNT
                       MOVE WS-FIELD(3)(1:6)
                           TO WS-LINE-COST-CENTER(LINE-NDX)
                   END-IF
               WHEN WS-SEG-ID = "CUR"
                   MOVE WS-FIELD(3)(1:4) TO WS-INV-CURRENCY
               WHEN WS-SEG-ID = "IT1"
                   PERFORM P0A-MAP-IT1
               WHEN WS-SEG-ID = "TXI"
                   PERFORM P0A-MAP-TXI
               WHEN WS-SEG-ID = "TDS"
                   PERFORM P0A-MAP-TDS
      * Parties, terms, dates and counts carry nothing the invoice
      * run keys on - read past them without complaint.
               WHEN WS-SEG-ID = "N1" OR "N2" OR "N3" OR "N4"
                             OR "DTM" OR "ITD" OR "PID" OR "CTT"
                             OR "PER" OR "FOB"
                   CONTINUE
               WHEN OTHER
                   MOVE "SEGMENT NOT MAPPED" TO SR-REASON
                   PERFORM P0A-REJECT-SEGMENT
           END-EVALUATE.
       P0A-START-INVOICE.
           MOVE SPACES TO WS-INV-VENDOR-ID
           MOVE SPACES TO WS-INV-NUMBER
           MOVE SPACES TO WS-INV-PO-NUMBER
           MOVE ZERO   TO WS-INV-DATE
           MOVE "USD " TO WS-INV-CURRENCY
           MOVE ZERO   TO WS-INV-TOTAL
           MOVE "N"    TO WS-INV-TOTAL-SW
           MOVE ZERO   TO WS-INV-TAX
           MOVE ZERO   TO WS-LINE-COUNT
           SET INV-SET-VALID TO TRUE.
       P0A-MAP-BIG.
           IF  WS-FIELD(2)(1:8) NUMERIC
               MOVE WS-FIELD(2)(1:8) TO WS-INV-DATE
           ELSE
               MOVE "BIG INVOICE DATE NOT CCYYMMDD" TO SR-REASON
               PERFORM P0A-REJECT-SEGMENT
               MOVE "N" TO WS-INV-SET-VALID-SW
           END-IF
           MOVE WS-FIELD(3)(1:10) TO WS-INV-NUMBER
           MOVE WS-FIELD(5)(1:8)  TO WS-INV-PO-NUMBER.
       P0A-MAP-IT1.
           IF  WS-LINE-COUNT >= 100
               MOVE "MORE THAN 100 IT1 LINES" TO SR-REASON
               PERFORM P0A-REJECT-SEGMENT
               MOVE "N" TO WS-INV-SET-VALID-SW
           ELSE
               MOVE WS-FIELD(3) TO WS-DECIMAL-TEXT
               PERFORM P0A-EDIT-DECIMAL
               IF  DECIMAL-VALID
                   COMPUTE WS-QUANTITY =
                       FUNCTION NUMVAL(WS-DECIMAL-TEXT)
                   MOVE WS-FIELD(5) TO WS-DECIMAL-TEXT
                   PERFORM P0A-EDIT-DECIMAL
               END-IF
               IF  DECIMAL-VALID
                   COMPUTE WS-UNIT-PRICE =
                       FUNCTION NUMVAL(WS-DECIMAL-TEXT)
                   ADD 1 TO WS-LINE-COUNT
                   SET LINE-NDX TO WS-LINE-COUNT
                   MOVE WS-LINE-COUNT TO WS-LINE-NO(LINE-NDX)
                   COMPUTE WS-LINE-EXTENSION(LINE-NDX) ROUNDED =
                       WS-QUANTITY * WS-UNIT-PRICE
                   MOVE ZERO   TO WS-LINE-TAX(LINE-NDX)
                   MOVE SPACES TO WS-LINE-TAX-CODE(LINE-NDX)
                   MOVE SPACES TO WS-LINE-COST-CENTER(LINE-NDX)
               ELSE
                   MOVE "IT1 QUANTITY OR PRICE INVALID" TO SR-REASON
                   PERFORM P0A-REJECT-SEGMENT
                   MOVE "N" TO WS-INV-SET-VALID-SW
               END-IF
           END-IF.
      * A TXI behind an IT1 taxes that line; one ahead of the first
      * line or after the TDS total cannot be placed on a line and
      * is refused with the set.
       P0A-MAP-TXI.
           MOVE WS-FIELD(3) TO WS-DECIMAL-TEXT
           PERFORM P0A-EDIT-DECIMAL
           IF  NOT DECIMAL-VALID
               MOVE "TXI TAX AMOUNT INVALID" TO SR-REASON
               PERFORM P0A-REJECT-SEGMENT
               MOVE "N" TO WS-INV-SET-VALID-SW
           ELSE
               IF  WS-LINE-COUNT = ZERO OR INV-TOTAL-SEEN
                   MOVE "TXI NOT BEHIND AN IT1 LINE" TO SR-REASON
                   PERFORM P0A-REJECT-SEGMENT
                   MOVE "N" TO WS-INV-SET-VALID-SW
               ELSE
                   COMPUTE WS-DECIMAL-AMOUNT ROUNDED =
                       FUNCTION NUMVAL(WS-DECIMAL-TEXT)
                   SET LINE-NDX TO WS-LINE-COUNT
                   ADD WS-DECIMAL-AMOUNT TO WS-LINE-TAX(LINE-NDX)
                   ADD WS-DECIMAL-AMOUNT TO WS-INV-TAX
                   SET TAXMAP-NDX TO 1
                   SEARCH WS-TAXMAP-ENTRY
                       AT END
                           MOVE "EX" TO WS-LINE-TAX-CODE(LINE-NDX)
                       WHEN WS-TAXMAP-X12(TAXMAP-NDX)
                               = WS-FIELD(2)(1:2)
                           MOVE WS-TAXMAP-CODE(TAXMAP-NDX)
                               TO WS-LINE-TAX-CODE(LINE-NDX)
                   END-SEARCH
               END-IF
           END-IF.
      * TDS01 is the invoice total in cents with the decimal implied.
       P0A-MAP-TDS.
           MOVE WS-FIELD(2) TO WS-CHECK-TEXT
           MOVE ZERO TO WS-DECIMAL-POINTS
           INSPECT WS-CHECK-TEXT TALLYING WS-DECIMAL-POINTS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF  WS-DECIMAL-POINTS > ZERO AND WS-DECIMAL-POINTS < 12
               AND WS-CHECK-TEXT(1:WS-DECIMAL-POINTS) NUMERIC
               MOVE WS-CHECK-TEXT(1:WS-DECIMAL-POINTS) TO WS-TDS-CENTS
               COMPUTE WS-INV-TOTAL = WS-TDS-CENTS / 100
               SET INV-TOTAL-SEEN TO TRUE
           ELSE
               MOVE "TDS TOTAL NOT NUMERIC CENTS" TO SR-REASON
               PERFORM P0A-REJECT-SEGMENT
               MOVE "N" TO WS-INV-SET-VALID-SW
           END-IF.
      * An explicit-decimal element: digits with at most one point.
       P0A-EDIT-DECIMAL.
           SET DECIMAL-VALID TO TRUE
           MOVE ZERO TO WS-DECIMAL-POINTS
           INSPECT WS-DECIMAL-TEXT TALLYING WS-DECIMAL-POINTS
               FOR ALL "."
           MOVE WS-DECIMAL-TEXT TO WS-CHECK-TEXT
           INSPECT WS-CHECK-TEXT CONVERTING "0123456789."
                                         TO "           "
           IF  WS-DECIMAL-TEXT = SPACES
               OR WS-CHECK-TEXT NOT = SPACES
               OR WS-DECIMAL-POINTS > 1
               MOVE "N" TO WS-DECIMAL-VALID-SW
           END-IF.
       P0A-FINISH-INVOICE.
           MOVE SPACES TO EDI-SEGMENT-LINE
           EVALUATE TRUE
               WHEN NOT INV-SET-VALID
                   CONTINUE
               WHEN WS-INV-VENDOR-ID = SPACES
                   MOVE "SET HAS NO REF*VR VENDOR" TO SR-REASON
                   PERFORM P0A-REJECT-SEGMENT
                   MOVE "N" TO WS-INV-SET-VALID-SW
               WHEN WS-INV-NUMBER = SPACES OR WS-INV-DATE = ZERO
                   MOVE "SET HAS NO BIG SEGMENT" TO SR-REASON
                   PERFORM P0A-REJECT-SEGMENT
                   MOVE "N" TO WS-INV-SET-VALID-SW
               WHEN WS-LINE-COUNT = ZERO
                   MOVE "SET HAS NO IT1 LINES" TO SR-REASON
                   PERFORM P0A-REJECT-SEGMENT
                   MOVE "N" TO WS-INV-SET-VALID-SW
               WHEN NOT INV-TOTAL-SEEN
                   MOVE "SET HAS NO TDS TOTAL" TO SR-REASON
                   PERFORM P0A-REJECT-SEGMENT
                   MOVE "N" TO WS-INV-SET-VALID-SW
           END-EVALUATE
           IF  INV-SET-VALID
               PERFORM P0A-WRITE-CONVERTED-INVOICE
           ELSE
               MOVE "R" TO WS-SET-STATUS(SET-NDX)
               MOVE "5" TO WS-SET-ERROR-CODE(SET-NDX)
               ADD 1 TO WS-SETS-REJECTED
           END-IF.
      * The header carries the supplier's TDS total as sent; the
      * invoice run's own cross-foot sends it to review if the
      * lines do not agree with it.
       P0A-WRITE-CONVERTED-INVOICE.
           MOVE SPACES              TO INVOICE-IN-RECORD
           SET II-HEADER-REC        TO TRUE
           MOVE WS-INV-PART-1       TO II-SOME-PART-1
           MOVE WS-INV-PART-2       TO II-SOME-PART-2
           MOVE WS-INV-TOTAL        TO II-INVOICE-AMOUNT
           MOVE ZERO                TO II-VENDOR-CORRECTION
           MOVE WS-LINE-COUNT       TO II-ITEM-COUNT
           MOVE WS-INV-CURRENCY     TO II-CURRENCY-CODE
           MOVE WS-INV-DATE         TO II-INVOICE-DATE
           SET II-TRANS-INVOICE     TO TRUE
           MOVE WS-INV-TAX          TO II-TAX-AMOUNT
           MOVE "01"                TO II-COMPANY-CODE
           MOVE WS-INV-NUMBER       TO II-INVOICE-NO
           MOVE WS-INV-PO-NUMBER    TO II-PO-NUMBER
           WRITE INVOICE-IN-RECORD
           PERFORM VARYING LINE-NDX FROM 1 BY 1
                   UNTIL LINE-NDX > WS-LINE-COUNT
               MOVE SPACES          TO INVOICE-DETAIL-RECORD
               MOVE "D"             TO ID-RECORD-TYPE
               MOVE WS-INV-PART-1   TO ID-SOME-PART-1
               MOVE WS-INV-PART-2   TO ID-SOME-PART-2
               MOVE WS-LINE-NO(LINE-NDX)        TO ID-LINE-NO
               MOVE WS-LINE-EXTENSION(LINE-NDX) TO ID-EXTENSION-AMOUNT
               MOVE WS-LINE-TAX(LINE-NDX)       TO ID-TAX-AMOUNT
               MOVE WS-LINE-TAX-CODE(LINE-NDX)  TO ID-TAX-CODE
               MOVE WS-LINE-COST-CENTER(LINE-NDX)
                   TO ID-COST-CENTER
               WRITE INVOICE-DETAIL-RECORD
           END-PERFORM
           ADD 1 TO WS-INVOICES-CONVERTED
           ADD WS-INV-TOTAL TO WS-AMOUNT-TOTAL.
      *****************************************************************
      * 997 functional acknowledgement - one set per group received,
      * sender and receiver swapped from the inbound interchange.
      *****************************************************************
       P0A-WRITE-ACKNOWLEDGEMENT.
           MOVE "000"              TO WS-ACK-CONTROL-NO(1:3)
           MOVE BZ-TIMESTAMP(9:6)  TO WS-ACK-CONTROL-NO(4:6)
           MOVE SPACES TO ACK-OUT-RECORD
           STRING "ISA*00*          *00*          *"
                      DELIMITED BY SIZE
                  WS-ISA-RECEIVER-QUAL "*" WS-ISA-RECEIVER-ID "*"
                  WS-ISA-SENDER-QUAL   "*" WS-ISA-SENDER-ID   "*"
                      DELIMITED BY SIZE
                  BZ-TIMESTAMP(3:6) "*" BZ-TIMESTAMP(9:4)
                      DELIMITED BY SIZE
                  "*U*00401*" WS-ACK-CONTROL-NO "*0*P*>~"
                      DELIMITED BY SIZE
               INTO ACK-OUT-RECORD
           END-STRING
           WRITE ACK-OUT-RECORD
           MOVE SPACES TO ACK-OUT-RECORD
           STRING "GS*FA*"             DELIMITED BY SIZE
                  WS-GS-RECEIVER-ID    DELIMITED BY SPACE
                  "*"                  DELIMITED BY SIZE
                  WS-GS-SENDER-ID      DELIMITED BY SPACE
                  "*" BZ-TIMESTAMP(1:8) "*" BZ-TIMESTAMP(9:4) "*"
                      DELIMITED BY SIZE
                  WS-ACK-CONTROL-NO    DELIMITED BY SIZE
                  "*X*004010~"         DELIMITED BY SIZE
               INTO ACK-OUT-RECORD
           END-STRING
           WRITE ACK-OUT-RECORD
           MOVE ZERO TO WS-ACK-SET-NO
           PERFORM VARYING GRP-NDX FROM 1 BY 1
                   UNTIL GRP-NDX > WS-GROUP-COUNT
               PERFORM P0A-ACK-ONE-GROUP
           END-PERFORM
           MOVE SPACES TO ACK-OUT-RECORD
           STRING "GE*" WS-ACK-SET-NO "*" WS-ACK-CONTROL-NO "~"
                      DELIMITED BY SIZE
               INTO ACK-OUT-RECORD
           END-STRING
           WRITE ACK-OUT-RECORD
           MOVE SPACES TO ACK-OUT-RECORD
           STRING "IEA*1*" WS-ACK-CONTROL-NO "~"
                      DELIMITED BY SIZE
               INTO ACK-OUT-RECORD
           END-STRING
           WRITE ACK-OUT-RECORD.
       P0A-ACK-ONE-GROUP.
           ADD 1 TO WS-ACK-SET-NO
           MOVE ZERO TO WS-ACK-RECEIVED
           MOVE ZERO TO WS-ACK-ACCEPTED
           MOVE SPACES TO ACK-OUT-RECORD
           STRING "ST*997*" WS-ACK-SET-NO "~" DELIMITED BY SIZE
               INTO ACK-OUT-RECORD
           END-STRING
           WRITE ACK-OUT-RECORD
           MOVE 1 TO WS-ACK-SEGMENTS
           MOVE SPACES TO ACK-OUT-RECORD
           STRING "AK1*IN*"                 DELIMITED BY SIZE
                  WS-GRP-CONTROL-NO(GRP-NDX) DELIMITED BY SPACE
                  "~"                       DELIMITED BY SIZE
               INTO ACK-OUT-RECORD
           END-STRING
           WRITE ACK-OUT-RECORD
           ADD 1 TO WS-ACK-SEGMENTS
           PERFORM VARYING WS-MARK-NDX FROM WS-GRP-FIRST-SET(GRP-NDX)
                   BY 1 UNTIL WS-MARK-NDX >= WS-GRP-FIRST-SET(GRP-NDX)
                                           + WS-GRP-SET-COUNT(GRP-NDX)
               PERFORM P0A-ACK-ONE-SET
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ACK-ACCEPTED = WS-ACK-RECEIVED
                AND GRP-ACCEPTED(GRP-NDX)
                   MOVE "A" TO WS-ACK-GROUP-CODE
               WHEN WS-ACK-ACCEPTED = ZERO
                   MOVE "R" TO WS-ACK-GROUP-CODE
               WHEN OTHER
                   MOVE "P" TO WS-ACK-GROUP-CODE
           END-EVALUATE
           MOVE SPACES TO ACK-OUT-RECORD
           STRING "AK9*" WS-ACK-GROUP-CODE "*" WS-ACK-RECEIVED
                  "*" WS-ACK-RECEIVED "*" WS-ACK-ACCEPTED "~"
                      DELIMITED BY SIZE
               INTO ACK-OUT-RECORD
           END-STRING
           WRITE ACK-OUT-RECORD
           ADD 2 TO WS-ACK-SEGMENTS
           MOVE SPACES TO ACK-OUT-RECORD
           STRING "SE*" WS-ACK-SEGMENTS "*" WS-ACK-SET-NO "~"
                      DELIMITED BY SIZE
               INTO ACK-OUT-RECORD
           END-STRING
           WRITE ACK-OUT-RECORD.
       P0A-ACK-ONE-SET.
           ADD 1 TO WS-ACK-RECEIVED
           MOVE SPACES TO ACK-OUT-RECORD
           STRING "AK2*810*"                       DELIMITED BY SIZE
                  WS-SET-CONTROL-NO(WS-MARK-NDX)   DELIMITED BY SPACE
                  "~"                              DELIMITED BY SIZE
               INTO ACK-OUT-RECORD
           END-STRING
           WRITE ACK-OUT-RECORD
           MOVE SPACES TO ACK-OUT-RECORD
           IF  SET-ACCEPTED(WS-MARK-NDX)
               ADD 1 TO WS-ACK-ACCEPTED
               MOVE "AK5*A~" TO ACK-OUT-RECORD
           ELSE
               IF  WS-SET-ERROR-CODE(WS-MARK-NDX) = SPACE
                   MOVE "5" TO WS-SET-ERROR-CODE(WS-MARK-NDX)
               END-IF
               STRING "AK5*R*" WS-SET-ERROR-CODE(WS-MARK-NDX) "~"
                          DELIMITED BY SIZE
                   INTO ACK-OUT-RECORD
               END-STRING
           END-IF
           WRITE ACK-OUT-RECORD
           ADD 2 TO WS-ACK-SEGMENTS.
       P0A-CHECK-SUITE-CKPT.
           OPEN INPUT SUITE-CKPT.
           IF  FS-SUCCESS
               PERFORM P0A-READ-SUITE-CKPT
               PERFORM UNTIL SUITE-CKPT-EOF
                   IF  SC-PROGRAM-ID = "EDI810IN" AND SC-COMPLETE
                       SET STEP-ALREADY-DONE TO TRUE
                   END-IF
                   PERFORM P0A-READ-SUITE-CKPT
               END-PERFORM
               CLOSE SUITE-CKPT
           END-IF.
       P0A-READ-SUITE-CKPT.
           READ SUITE-CKPT
               AT END
                   SET SUITE-CKPT-EOF TO TRUE
           END-READ.
       P0A-WRITE-SUITE-CKPT.
           OPEN EXTEND SUITE-CKPT.
           IF  NOT FS-SUCCESS
               OPEN OUTPUT SUITE-CKPT
           END-IF.
           MOVE "EDI810IN"   TO SC-PROGRAM-ID.
           SET SC-COMPLETE   TO TRUE.
           MOVE BZ-TIMESTAMP TO SC-TIMESTAMP.
           CALL "RUNID" USING RUNID-PARMS
           MOVE RI-RUN-ID TO SC-RUN-ID
           WRITE SUITE-CKPT-RECORD.
           CLOSE SUITE-CKPT.
