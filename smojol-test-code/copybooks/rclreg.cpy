      * RCLREG - payment recall register, one record per recall
      * still standing. A recall names one released invoice
      * (vendor and invoice parts) or every payment to a vendor
      * (invoice part blank). It is raised on the RCLONL online
      * transaction and stands AWAITING sign-off until a second
      * user - an active approver on APPRLIM, never the one who
      * asked - signs it off. PAYRCL honors only signed recalls,
      * pulling what they name from the night's PAYEXT before
      * PAYORD builds the bank file. A recall honored, cancelled
      * or lapsed leaves the register; the CTLEVID evidence file
      * keeps who asked and who signed.
       01  RECALL-REGISTER-RECORD.
           05  RG-RECALL-KEY.
               10  RG-SOME-PART-1     PIC X(04).
               10  RG-SOME-PART-2     PIC X(04).
           05  RG-STATUS              PIC X(01).
               88  RG-AWAITING-SIGNOFF VALUE "O".
               88  RG-SIGNED-OFF       VALUE "S".
           05  RG-REQUESTED-BY        PIC X(08).
           05  RG-REQUEST-DATE        PIC 9(08).
           05  RG-SIGNED-BY           PIC X(08).
           05  RG-SIGNED-DATE         PIC 9(08).
           05  RG-REASON              PIC X(30).
