      * the aging report, and writes any balance idle past the
      * refund age (CAGEPARM card, default 180 days) to the CREDREF
      * refund-request extract so AP can send the money back
      * instead of carrying an unbooked liability. The balance
      * itself stays on CREDBAL: the next step, VREFREQ, opens a
      * receivable on the VRFREG register from the extract and
      * writes the refund request and its follow-ups, and VREFRCV
      * takes the balance down when the vendor's money arrives.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
