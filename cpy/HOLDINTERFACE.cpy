             88 I-HOLD-OP-POST                VALUE "POST    ".
             88 I-HOLD-OP-PUT                 VALUE "PUT     ".
           10 I-HOLD-HOLDID                   PIC 9(05).
           10 I-HOLD-ACCOUNTID                PIC 9(09).
           10 I-HOLD-AMOUNT                   PIC 9(10)V99.
           10 I-HOLD-REASON                   PIC X(40).
           10 I-HOLD-PAGE-NUMBER              PIC 9(05).
      *    OPTIONAL ON PUT: LEFT SPACES TO LEAVE THE STATUS UNCHANGED.
           10 O-HOLDDB-COUNT                  PIC 9(02).
           10 O-HOLDDB-ELEM                   OCCURS 50 TIMES.
             15 O-HOLD-ID                     PIC 9(05).
             15 O-HOLD-ACCOUNTID              PIC 9(09).
             15 O-HOLD-AMOUNT                 PIC 9(10)V99.
             15 O-HOLD-REASON                 PIC X(40).
             15 O-HOLD-STATUS                 PIC X(01).
             15 O-HOLD-CREATED-TS             PIC X(22).
