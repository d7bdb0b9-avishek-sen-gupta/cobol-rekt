       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EXPSPLIT.
       AUTHOR.        MOJO.
       DATE-WRITTEN.  OCT 2026.
      * EXPSPLIT - shared expense-split lookup for the programs that
      * reverse a released invoice, CALLed with the EXPSPLIT-PARMS
      * layout from expsplpm.cpy. The release debits EXPENSE per
      * cost center off the invoice detail lines; a recall (PAYRCL)
      * or a bounced payment (PAYRET) must credit it back the same
      * way, or the department rows keep the spend and a blank row
      * takes the credit. Both callers go through here so the two
      * reversals can never split differently.
      * The invoices being reversed are collected first, then the
      * cumulative EXPSHIST history is read once for all of them -
      * it only grows, so it is never held whole. An invoice
      * released more than once (recalled, recycled, released
      * again) takes the split of its latest release only, and a
      * record written twice for the same release - a rerun of the
      * invoice run - counts once. Each center gives back at most
      * what is left of the invoice's expense, and whatever the
      * history does not cover is handed back with a blank cost
      * center, so every invoice's lines foot to its expense.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPENSE-SPLIT-HISTORY ASSIGN TO "EXPSHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXPENSE-SPLIT-HISTORY.
           COPY "expshist.cpy".
       WORKING-STORAGE SECTION.
           COPY "filestat.cpy".
       01  WS-HISTORY-EOF-SW       PIC X VALUE "N".
            88 HISTORY-EOF         VALUE "Y".
       01  WS-SPLIT-FULL-SW        PIC X VALUE "N".
            88 SPLIT-FULL          VALUE "Y".
       01  WS-ITEM-SUB             PIC 9(04) COMP VALUE 0.
       01  WS-NEXT-LINE            PIC 9(04) COMP VALUE 0.
       01  WS-ITEM-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY ITEM-NDX.
               10  WS-ITEM-PART-1    PIC X(04).
               10  WS-ITEM-PART-2    PIC X(04).
               10  WS-ITEM-INVOICE   PIC X(10).
               10  WS-ITEM-COMPANY   PIC X(02).
               10  WS-ITEM-CURRENCY  PIC X(04).
               10  WS-ITEM-AMOUNT    PIC 9(11)V99.
               10  WS-ITEM-LATEST    PIC 9(08).
               10  WS-ITEM-REMAINING PIC 9(11)V99.
      * Up to 5000 lines off the history, plus room for one blank
      * remainder line per invoice, so the remainders always fit.
       01  WS-LINE-COUNT           PIC 9(04) COMP VALUE 0.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 7000 TIMES
                   INDEXED BY LINE-NDX.
               10  WS-LINE-ITEM      PIC 9(04) COMP.
               10  WS-LINE-CC        PIC X(06).
               10  WS-LINE-DATE      PIC 9(08).
               10  WS-LINE-AMOUNT    PIC 9(11)V99.
       LINKAGE SECTION.
           COPY "expsplpm.cpy".
       PROCEDURE DIVISION USING EXPSPLIT-PARMS.
       P0 SECTION.
       P0A.
           EVALUATE TRUE
               WHEN ES-ADD-INVOICE
                   PERFORM P0A-ADD-INVOICE
               WHEN ES-SPLIT
                   PERFORM P0A-SPLIT
               WHEN ES-NEXT-LINE
                   PERFORM P0A-NEXT-LINE
           END-EVALUATE.
           GOBACK.
       P0A-ADD-INVOICE.
           IF  WS-ITEM-COUNT < 2000
               ADD 1 TO WS-ITEM-COUNT
               SET ITEM-NDX TO WS-ITEM-COUNT
               MOVE ES-SOME-PART-1   TO WS-ITEM-PART-1(ITEM-NDX)
               MOVE ES-SOME-PART-2   TO WS-ITEM-PART-2(ITEM-NDX)
               MOVE ES-INVOICE-NO    TO WS-ITEM-INVOICE(ITEM-NDX)
               MOVE ES-COMPANY-CODE  TO WS-ITEM-COMPANY(ITEM-NDX)
               MOVE ES-CURRENCY-CODE TO WS-ITEM-CURRENCY(ITEM-NDX)
               MOVE ES-AMOUNT        TO WS-ITEM-AMOUNT(ITEM-NDX)
               MOVE ZERO             TO WS-ITEM-LATEST(ITEM-NDX)
               MOVE ZERO             TO WS-ITEM-REMAINING(ITEM-NDX)
               SET ES-OK TO TRUE
           ELSE
               SET ES-TABLE-FULL TO TRUE
           END-IF.
       P0A-SPLIT.
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-NEXT-LINE
           IF  WS-ITEM-COUNT > ZERO
               MOVE "N" TO WS-HISTORY-EOF-SW
               OPEN INPUT EXPENSE-SPLIT-HISTORY
               IF  FS-SUCCESS
                   PERFORM P0A-READ-HISTORY
                   PERFORM UNTIL HISTORY-EOF
                       PERFORM P0A-MATCH-HISTORY
                       PERFORM P0A-READ-HISTORY
                   END-PERFORM
                   CLOSE EXPENSE-SPLIT-HISTORY
               END-IF
               PERFORM P0A-ALLOCATE-LINES
           END-IF
           IF  SPLIT-FULL
               SET ES-TABLE-FULL TO TRUE
           ELSE
               SET ES-OK TO TRUE
           END-IF.
       P0A-READ-HISTORY.
           READ EXPENSE-SPLIT-HISTORY
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ.
       P0A-MATCH-HISTORY.
           IF  EH-RELEASE-DATE NUMERIC AND EH-AMOUNT NUMERIC
               SET ITEM-NDX TO 1
               SEARCH WS-ITEM-ENTRY
                   AT END
                       CONTINUE
                   WHEN ITEM-NDX > WS-ITEM-COUNT
                       CONTINUE
                   WHEN WS-ITEM-PART-1(ITEM-NDX) = EH-SOME-PART-1
                    AND WS-ITEM-PART-2(ITEM-NDX) = EH-SOME-PART-2
                    AND WS-ITEM-INVOICE(ITEM-NDX) = EH-INVOICE-NO
                    AND WS-ITEM-COMPANY(ITEM-NDX) = EH-COMPANY-CODE
                       PERFORM P0A-TAKE-HISTORY-LINE
               END-SEARCH
           END-IF.
      * A later release supersedes the lines already held for an
      * earlier one - they stay in the table but are given back as
      * zero. The same center on the same release replaces rather
      * than adds.
       P0A-TAKE-HISTORY-LINE.
           IF  EH-RELEASE-DATE NOT < WS-ITEM-LATEST(ITEM-NDX)
               MOVE EH-RELEASE-DATE TO WS-ITEM-LATEST(ITEM-NDX)
               SET WS-ITEM-SUB TO ITEM-NDX
               SET LINE-NDX TO 1
               SEARCH WS-LINE-ENTRY
                   AT END
                       SET SPLIT-FULL TO TRUE
                   WHEN LINE-NDX > WS-LINE-COUNT
                       IF  WS-LINE-COUNT < 5000
                           ADD 1 TO WS-LINE-COUNT
                           MOVE WS-ITEM-SUB
                               TO WS-LINE-ITEM(LINE-NDX)
                           MOVE EH-COST-CENTER
                               TO WS-LINE-CC(LINE-NDX)
                           MOVE EH-RELEASE-DATE
                               TO WS-LINE-DATE(LINE-NDX)
                           MOVE EH-AMOUNT
                               TO WS-LINE-AMOUNT(LINE-NDX)
                       ELSE
                           SET SPLIT-FULL TO TRUE
                       END-IF
                   WHEN WS-LINE-ITEM(LINE-NDX) = WS-ITEM-SUB
                    AND WS-LINE-CC(LINE-NDX) = EH-COST-CENTER
                    AND WS-LINE-DATE(LINE-NDX) = EH-RELEASE-DATE
                       MOVE EH-AMOUNT TO WS-LINE-AMOUNT(LINE-NDX)
               END-SEARCH
           END-IF.
      * Centers are given back in the order the release wrote them,
      * each capped at what is left of its invoice's expense; the
      * rest of each invoice goes back unsplit.
       P0A-ALLOCATE-LINES.
           PERFORM VARYING ITEM-NDX FROM 1 BY 1
                   UNTIL ITEM-NDX > WS-ITEM-COUNT
               MOVE WS-ITEM-AMOUNT(ITEM-NDX)
                   TO WS-ITEM-REMAINING(ITEM-NDX)
           END-PERFORM
           PERFORM VARYING LINE-NDX FROM 1 BY 1
                   UNTIL LINE-NDX > WS-LINE-COUNT
               PERFORM P0A-ALLOCATE-ONE-LINE
           END-PERFORM
           PERFORM VARYING ITEM-NDX FROM 1 BY 1
                   UNTIL ITEM-NDX > WS-ITEM-COUNT
               IF  WS-ITEM-REMAINING(ITEM-NDX) > ZERO
                   ADD 1 TO WS-LINE-COUNT
                   SET LINE-NDX TO WS-LINE-COUNT
                   SET WS-LINE-ITEM(LINE-NDX) TO ITEM-NDX
                   MOVE SPACES TO WS-LINE-CC(LINE-NDX)
                   MOVE WS-ITEM-LATEST(ITEM-NDX)
                       TO WS-LINE-DATE(LINE-NDX)
                   MOVE WS-ITEM-REMAINING(ITEM-NDX)
                       TO WS-LINE-AMOUNT(LINE-NDX)
                   MOVE ZERO TO WS-ITEM-REMAINING(ITEM-NDX)
               END-IF
           END-PERFORM.
       P0A-ALLOCATE-ONE-LINE.
           SET ITEM-NDX TO WS-LINE-ITEM(LINE-NDX)
           IF  WS-LINE-DATE(LINE-NDX) NOT = WS-ITEM-LATEST(ITEM-NDX)
               MOVE ZERO TO WS-LINE-AMOUNT(LINE-NDX)
           ELSE
               IF  WS-LINE-AMOUNT(LINE-NDX)
                       > WS-ITEM-REMAINING(ITEM-NDX)
                   MOVE WS-ITEM-REMAINING(ITEM-NDX)
                       TO WS-LINE-AMOUNT(LINE-NDX)
               END-IF
               SUBTRACT WS-LINE-AMOUNT(LINE-NDX)
                   FROM WS-ITEM-REMAINING(ITEM-NDX)
           END-IF.
      * Lines that came to nothing are skipped.
       P0A-NEXT-LINE.
           SET ES-NO-MORE TO TRUE
           PERFORM UNTIL ES-OK
                   OR WS-NEXT-LINE NOT < WS-LINE-COUNT
               ADD 1 TO WS-NEXT-LINE
               SET LINE-NDX TO WS-NEXT-LINE
               IF  WS-LINE-AMOUNT(LINE-NDX) > ZERO
                   SET ITEM-NDX TO WS-LINE-ITEM(LINE-NDX)
                   MOVE WS-ITEM-PART-1(ITEM-NDX)   TO ES-SOME-PART-1
                   MOVE WS-ITEM-PART-2(ITEM-NDX)   TO ES-SOME-PART-2
                   MOVE WS-ITEM-INVOICE(ITEM-NDX)  TO ES-INVOICE-NO
                   MOVE WS-ITEM-COMPANY(ITEM-NDX)  TO ES-COMPANY-CODE
                   MOVE WS-ITEM-CURRENCY(ITEM-NDX) TO ES-CURRENCY-CODE
                   MOVE WS-LINE-CC(LINE-NDX)       TO ES-COST-CENTER
                   MOVE WS-LINE-AMOUNT(LINE-NDX)   TO ES-AMOUNT
                   SET ES-OK TO TRUE
               END-IF
           END-PERFORM.
