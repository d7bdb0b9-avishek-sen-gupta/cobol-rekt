      * ALRTACK - alert acknowledgement / escalation card. ALRTACK
      * writes an A card when an operator acknowledges an alert
      * and ALRTESC an E card when it re-raises one to the shift
      * supervisor, both through the ALAQ extrapartition queue the
      * DCT routes to the ALRTACK dataset. AK-EVENT-TS is when the
      * acknowledgement or escalation happened (YYYYMMDDHHMMSS),
      * AK-ALERT-KEY the ALRTVSAM key of the alert it refers to.
       01  ALERT-ACK-CARD.
           05  AK-ACTION            PIC X(01).
               88  AK-ACKNOWLEDGED  VALUE "A".
               88  AK-ESCALATED     VALUE "E".
           05  AK-ALERT-KEY.
               10  AK-TIMESTAMP     PIC X(14).
               10  AK-PROGRAM-ID    PIC X(08).
               10  AK-SEQ           PIC 9(02).
           05  AK-EVENT-TS          PIC X(14).
           05  AK-USER-ID           PIC X(08).
           05  AK-NOTE              PIC X(40).
