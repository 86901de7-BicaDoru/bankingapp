         05 WS-STALE-COUNT              PIC 9(03) VALUE 0.
         05 WS-STALE-ELEM               OCCURS 100 TIMES.
           10 WS-STALE-ID               PIC 9(05).
           10 WS-STALE-ACCID            PIC 9(09).
           10 WS-STALE-AMOUNT           PIC 9(10)V99.
           10 WS-STALE-AGE              PIC 9(05).

       01 ARGUMENT-VARS.
         05 WS-HOLD-AGE-DAYS            PIC S9(08).
         05 WS-ACC-PAGE-NUMBER          PIC 9(05).
         05 WS-HOLD-PAGE-NUMBER         PIC 9(05).
         05 WS-CUR-ACCOUNTID            PIC 9(09).
         05 WS-CUR-BRANCHID             PIC 9(03).
         05 WS-RESOLVED-COUNT           PIC 9(07).
         05 WS-CAPTURE-RATE             PIC 9(03)V9.
       01 ACC-PAGE-CACHE.
         05 APC-COUNT                   PIC 9(02).
         05 APC-ENTRY                   OCCURS 20 TIMES.
           10 APC-ACCOUNTID             PIC 9(09).
           10 APC-BRANCHID              PIC 9(03).

       01 FLAGS.
