       01 TELLER-TABLE.
         05 TT-COUNT                    PIC 9(03) VALUE 0.
         05 TT-ENTRY                    OCCURS 200 TIMES.
           10 TT-BUSR-ID                PIC 9(09).
           10 TT-BRANCHID               PIC 9(03).
           10 TT-BRANCH-DATE            PIC 9(08).
           10 TT-TXN-COUNT              PIC 9(07).
           10 TT-DEP-AMOUNT             PIC 9(11)V99.
           10 TT-WDR-COUNT              PIC 9(07).
           10 TT-WDR-AMOUNT             PIC 9(11)V99.
           10 TT-APPR-REQUESTED         PIC 9(09).
           10 TT-APPR-DECIDED           PIC 9(09).

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-ROW-DATE-X               PIC X(08).
         05 WS-ROW-DATE                 PIC 9(08).
         05 WS-ROW-TS                   PIC X(22).
         05 WS-LOOKUP-BUSR-ID           PIC 9(09).
         05 WS-ACC-PAGE-NUMBER          PIC 9(05).
         05 WS-SUB-PAGE-NUMBER          PIC 9(05).
         05 WS-CUR-ACCOUNTID            PIC 9(09).
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED-2          PIC ZZZZZZZZZ9.99.

       01 ACC-PAGE-CACHE.
         05 APC-COUNT                   PIC 9(02).
         05 APC-ENTRY                   OCCURS 20 TIMES.
           10 APC-ACCOUNTID             PIC 9(09).

       01 FLAGS.
         05 FG-MORE-ACC-PAGES           PIC X VALUE 'Y'.
