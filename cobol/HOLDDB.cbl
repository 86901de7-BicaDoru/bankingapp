      *>  COLUMN IS DECLARED HERE THE SAME WAY H-ACC-STATUS IS IN
      *>  ACCDB.cbl.
       01 H-HOLD-ID                  PIC 9(05).
       01 H-HOLD-ACCOUNTID           PIC 9(09).
       01 H-HOLD-AMOUNT              PIC 9(10)V99.
       01 H-HOLD-REASON              PIC X(40).
       01 H-HOLD-STATUS              PIC X(01).
       01 H-HOLD-CREATED-TS          PIC X(22).
