      *> Deposit guarantee scheme settings for DEPINSRPT, the same
      *> convention as TAXRESCONFIG: COPY this into a program's own
      *> 01 CONSTANTS group.
      *>
      *> THE FUND COVERS EACH DEPOSITOR'S ELIGIBLE DEPOSITS, ALL
      *> ACCOUNTS AND TERM DEPOSITS TOGETHER, UP TO THIS LIMIT IN THE
      *> REPORTING CURRENCY. BALANCES IN OTHER CURRENCIES ARE
      *> CONVERTED AT THE FXRATEHIST RATE IN EFFECT ON THE REPORT
      *> DATE.
         05 K-DGS-CURRENCY             PIC X(03) VALUE "EUR".
         05 K-DGS-COVER-LIMIT          PIC 9(10)V99 VALUE 100000.00.
      *> INSTITUTION CODE THE FUND KNOWS THE BANK BY.
         05 K-DGS-INSTITUTION-ID       PIC X(10) VALUE "RO-BANC".
      *> TABLE SIZES FOR ONE RUN.
         05 K-DGS-MAX-DEPOSITORS       PIC 9(04) VALUE 1000.
         05 K-DGS-MAX-BRANCHES         PIC 9(03) VALUE 100.
         05 K-DGS-MAX-OWNERS           PIC 9(02) VALUE 10.
