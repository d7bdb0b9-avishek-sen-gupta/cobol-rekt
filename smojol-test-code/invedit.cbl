      * downstream anchor still balances after rejects are removed.
      * A missing inbound trailer is passed through missing so the
      * downstream check still catches that case.
      * Each detail line's cost center is looked up on the COSTCTR
      * master for the header's company. A line quoting a center
      * that is not on file, or is closed, is not rejected - losing
      * the line would only bounce the invoice on its detail total
      * under the wrong reason - but is stamped in ID-CC-STATUS and
      * passed, so the invoice run holds the invoice for review.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-TOTALS ASSIGN TO "CTLTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT COST-CENTER-MASTER ASSIGN TO "COSTCTR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-IN.
           COPY "invrec.cpy".
       FD  CLEAN-OUT.
       01  CLEAN-OUT-RECORD      PIC X(77).
       FD  REJECT-OUT.
       01  REJECT-OUT-RECORD.
           05  ER-REASON-CODE    PIC 9(03).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ER-FIELD-NAME     PIC X(20).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ER-RAW-RECORD     PIC X(77).
       FD  CONTROL-TOTALS.
           COPY "ctltot.cpy".
       FD  COST-CENTER-MASTER.
           COPY "costctr.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
           COPY "runidpm.cpy".
       01  WS-RECV-AMOUNT-HASH     PIC 9(13)V99 VALUE ZERO.
       01  WS-INB-RECORD-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-INB-AMOUNT-HASH      PIC 9(13)V99 VALUE ZERO.
       01  WS-HEADER-COMPANY       PIC X(02) VALUE SPACES.
       01  WS-COSTCTR-EOF-SW       PIC X VALUE "N".
            88 COSTCTR-EOF         VALUE "Y".
       01  WS-COSTCTR-READ         PIC 9(07) VALUE ZERO.
       01  WS-CC-FLAGGED           PIC 9(07) VALUE ZERO.
       01  WS-CC-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-CC-TABLE.
           05  WS-CC-ENTRY OCCURS 2000 TIMES
                   INDEXED BY CC-NDX.
               10  WS-CC-CODE      PIC X(06).
               10  WS-CC-COMPANY   PIC X(02).
               10  WS-CC-STATUS    PIC X(01).
       PROCEDURE DIVISION.
       P0 SECTION.
       P0A.
           MOVE "INVEDIT" TO TM-PROGRAM-ID
           SET TM-START TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
           PERFORM P0A-LOAD-COST-CENTERS.
           OPEN INPUT INVOICE-IN.
           OPEN OUTPUT CLEAN-OUT.
           OPEN OUTPUT REJECT-OUT.
           DISPLAY "INVEDIT READ=" WS-RECORDS-READ
               " CLEAN=" WS-RECORDS-CLEAN
               " REJECTED=" WS-RECORDS-REJECTED.
           DISPLAY "INVEDIT LINES FLAGGED FOR COST CENTER="
               WS-CC-FLAGGED.
           MOVE "INVEDIT" TO TM-PROGRAM-ID
           SET TM-END TO TRUE
           CALL "TIMELOG" USING TIMELOG-PARMS
                   IF  II-COMPANY-CODE = SPACES
                       MOVE "01" TO II-COMPANY-CODE
                   END-IF
                   MOVE II-COMPANY-CODE TO WS-HEADER-COMPANY
                   PERFORM P0A-EDIT-HEADER
                   MOVE WS-RECORD-VALID-SW TO WS-HEADER-VALID-SW
               WHEN II-DETAIL-REC
               MOVE "II-INVOICE-DATE"     TO ER-FIELD-NAME
               PERFORM P0A-WRITE-REJECT-LINE
           END-IF
           IF  II-TRANS-TYPE NOT = "I" AND "C" AND "R" AND "P"
                                 AND SPACE
               MOVE 107 TO ER-REASON-CODE
               MOVE "II-TRANS-TYPE"       TO ER-FIELD-NAME
               PERFORM P0A-WRITE-REJECT-LINE
           END-IF
      * A deposit with no PO could never be found again by the
      * final invoice - it would sit on the prepaid asset forever.
           IF  II-TRANS-PREPAY
               AND II-PO-NUMBER = SPACES
               MOVE 110 TO ER-REASON-CODE
               MOVE "II-PO-NUMBER"        TO ER-FIELD-NAME
               PERFORM P0A-WRITE-REJECT-LINE
           END-IF
           IF  II-TAX-AMOUNT NOT NUMERIC
               MOVE 109 TO ER-REASON-CODE
               MOVE "II-TAX-AMOUNT"       TO ER-FIELD-NAME
           END-IF
           IF  RECORD-VALID AND ID-TAX-CODE NOT = SPACES
               PERFORM P0A-CHECK-TAX-RATE
           END-IF
           MOVE SPACE TO ID-CC-STATUS
           IF  RECORD-VALID AND ID-COST-CENTER NOT = SPACES
               PERFORM P0A-CHECK-COST-CENTER
           END-IF.
      * A center shared by every company carries spaces for its
      * company on the master and matches any header.
       P0A-CHECK-COST-CENTER.
           SET CC-NDX TO 1
           SEARCH WS-CC-ENTRY
               AT END
                   SET ID-CC-UNKNOWN TO TRUE
               WHEN WS-CC-CODE(CC-NDX) = ID-COST-CENTER
                AND (WS-CC-COMPANY(CC-NDX) = WS-HEADER-COMPANY
                  OR WS-CC-COMPANY(CC-NDX) = SPACES)
                   IF  WS-CC-STATUS(CC-NDX) NOT = "A"
                       SET ID-CC-CLOSED TO TRUE
                   END-IF
           END-SEARCH
           IF  NOT ID-CC-OK
               ADD 1 TO WS-CC-FLAGGED
           END-IF.
      * A coded line's charged tax must sit within a nickel of the
      * jurisdiction rate on the amount - a fat-fingered rate is
      * caught at the edit, not at the tax office. A coded line
      * with no tax at all is a vendor that did not charge it, not
      * a wrong rate: it passes, and TAXRTN self-assesses the use
      * tax on it from the tax history.
       P0A-CHECK-TAX-RATE.
           MOVE "N" TO WS-TAXCODE-KNOWN-SW
           SET TAXRATE-NDX TO 1
                           ZERO - WS-TAX-VARIANCE
                   END-IF
                   IF  WS-TAX-VARIANCE > WS-TAX-TOLERANCE
                       AND ID-TAX-AMOUNT NOT = ZERO
                       MOVE 206 TO ER-REASON-CODE
                       MOVE "ID-TAX-AMOUNT"   TO ER-FIELD-NAME
                       PERFORM P0A-WRITE-REJECT-LINE
                   END-IF
           END-SEARCH.
       P0A-LOAD-COST-CENTERS.
           MOVE ZERO TO WS-CC-COUNT.
           OPEN INPUT COST-CENTER-MASTER.
           IF  FS-SUCCESS
               PERFORM P0A-READ-COST-CENTER
               PERFORM UNTIL COSTCTR-EOF
                   ADD 1 TO WS-COSTCTR-READ
                   IF  WS-CC-COUNT < 2000
                       ADD 1 TO WS-CC-COUNT
                       SET CC-NDX TO WS-CC-COUNT
                       MOVE CM-COST-CENTER  TO WS-CC-CODE(CC-NDX)
                       MOVE CM-COMPANY-CODE TO WS-CC-COMPANY(CC-NDX)
                       MOVE CM-STATUS       TO WS-CC-STATUS(CC-NDX)
                   END-IF
                   PERFORM P0A-READ-COST-CENTER
               END-PERFORM
               CLOSE COST-CENTER-MASTER
               IF  WS-COSTCTR-READ > WS-CC-COUNT
                   DISPLAY "COSTCTR LOAD TRUNCATED - READ="
                       WS-COSTCTR-READ
                       " STORED=" WS-CC-COUNT
               END-IF
           END-IF.
       P0A-READ-COST-CENTER.
           READ COST-CENTER-MASTER
               AT END
                   SET COSTCTR-EOF TO TRUE
           END-READ.
       P0A-CHECK-CURRENCY.
           MOVE "N" TO WS-CURRENCY-KNOWN-SW
           SET CURXREF-NDX TO 1
