         05 WS-ACC-PAGE-NUMBER          PIC 9(05).
         05 WS-SUB-PAGE-NUMBER          PIC 9(05).

         05 WS-CUR-ACCOUNTID            PIC 9(09).

         05 WS-BR-ACCOUNT-COUNT         PIC 9(05).
         05 WS-BR-TOTAL-BALANCE         PIC S9(12)V99.
         05 WS-BR-TXN-COUNT             PIC 9(07).
      *    PER-PRODUCT BREAKDOWN OF THE BRANCH'S BALANCES -- LEGACY
      *    UNTYPED ROWS COUNT WITH SAVINGS, SAME RULE AS INTBATCH.

         05 WS-BRANCHES-CHECKED         PIC 9(05) VALUE 0.

         05 WS-BALANCE-EDITED           PIC ZZZZZZZZZZZ9.99.
         05 WS-COUNT-EDITED             PIC ZZZZZZ9.

       01 FLAGS.
