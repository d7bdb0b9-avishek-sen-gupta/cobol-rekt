      * IDMSDLT - DB-SET-3 change file IDMSDLT writes for the
      * reporting side, one record per member that differs between
      * tonight's IDMSEXT walk and the prior night's: A added (after
      * data only), C changed (DB-FIELD-3 data before and after), D
      * deleted (before data only). On the weekly re-baseline night,
      * or whenever the prior extract cannot be trusted, the file is
      * instead the whole population as F records and the reporting
      * side replaces what it holds rather than applying changes.
      * The T trailer says which kind of file it is and carries the
      * counts the reporting side balances its load against.
       01  IDMS-DELTA-RECORD.
           05  DT-RECORD-TYPE      PIC X(01).
               88  DT-ADDED        VALUE "A".
               88  DT-CHANGED      VALUE "C".
               88  DT-DELETED      VALUE "D".
               88  DT-FULL-MEMBER  VALUE "F".
               88  DT-TRAILER-REC  VALUE "T".
           05  DT-KEY              PIC X(10).
           05  DT-BEFORE-DATA      PIC X(50).
           05  DT-AFTER-DATA       PIC X(50).
       01  IDMS-DELTA-TRAILER REDEFINES IDMS-DELTA-RECORD.
           05  DT-TRAILER-TYPE     PIC X(01).
           05  DT-FILE-MODE        PIC X(01).
               88  DT-DELTA-FILE   VALUE "D".
               88  DT-FULL-FILE    VALUE "F".
           05  DT-BUSINESS-DATE    PIC 9(08).
           05  DT-TONIGHT-COUNT    PIC 9(07).
           05  DT-PRIOR-COUNT      PIC 9(07).
           05  DT-ADD-COUNT        PIC 9(07).
           05  DT-CHANGE-COUNT     PIC 9(07).
           05  DT-DELETE-COUNT     PIC 9(07).
           05  DT-UNCHANGED-COUNT  PIC 9(07).
           05  DT-FULL-COUNT       PIC 9(07).
           05  FILLER              PIC X(52).
