      * WHHIST register history), and corrections applied (count
      * and the total amount the corrections moved), with grand
      * totals at the bottom for the tax office reconciliation.
      * More vendors than the table holds ends the step with RC 12,
      * so the year-end rollover behind it never empties the year
      * behind a summary that left payments out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            88 VCAHIST-EOF         VALUE "Y".
       01  WS-WHHIST-EOF-SW        PIC X VALUE "N".
            88 WHHIST-EOF          VALUE "Y".
       01  WS-TABLE-FULL-SW        PIC X VALUE "N".
            88 TABLE-FULL          VALUE "Y".
       01  WS-PAYMENTS-DROPPED     PIC 9(07) VALUE ZERO.
       01  WS-PAYMENTS-READ        PIC 9(07) VALUE ZERO.
       01  WS-CORRECTION-DELTA     PIC S9(10)V99 VALUE ZERO.
       01  WS-VENDOR-COUNT         PIC 9(04) COMP VALUE 0.
           PERFORM P0A-WRITE-SUMMARY.
           DISPLAY "VENDYR SUMMARIZED " WS-PAYMENTS-READ
               " PAYMENTS FOR " WS-VENDOR-COUNT " VENDORS".
           IF  TABLE-FULL
               DISPLAY "VENDYR VENDOR TABLE FULL - " WS-PAYMENTS-DROPPED
                   " PAYMENTS NOT SUMMARIZED"
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.
       P0A-TALLY-PAYMENTS.
           OPEN INPUT PAYMENT-HISTORY.
               ADD PX-DISCOUNT-TAKEN TO WS-VYR-DISC-AMT(VYR-NDX)
               ADD PX-NET-PAYABLE    TO WS-GRAND-PAID
               ADD PX-DISCOUNT-TAKEN TO WS-GRAND-DISC
           ELSE
               SET TABLE-FULL TO TRUE
               ADD 1 TO WS-PAYMENTS-DROPPED
           END-IF.
       P0A-FIND-VENDOR-SLOT.
           SET VYR-NDX TO 1
