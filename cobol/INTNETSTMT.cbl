         05 WS-RESULT-NAME              PIC X(256).
         05 WS-RESULT-STATUS            PIC XX VALUE SPACES.

         05 WS-CUSTID                   PIC 9(09).
         05 WS-CUSTID-EDITED            PIC ZZZZZZZZ9.
         05 WS-ACC-PAGE-NUMBER          PIC 9(05).
         05 WS-TRANS-PAGE-NUMBER        PIC 9(05).
         05 WS-CUR-ACCOUNTID            PIC 9(09).

         05 WS-FROM-SERIAL              PIC S9(08) VALUE 0.
         05 WS-TO-SERIAL                PIC S9(08) VALUE 0.
         05 WS-ROW-DATE                 PIC 9(08).
         05 WS-ROW-SERIAL               PIC S9(08).

         05 WS-INTEREST-EARNED          PIC 9(10)V99 VALUE 0.
         05 WS-INTEREST-PAID            PIC 9(10)V99 VALUE 0.
         05 WS-NET-INTEREST             PIC S9(10)V99 VALUE 0.

         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.
         05 WS-NET-EDITED               PIC -ZZZZZZZZZ9.99.

      *    HOW A LOAN PAYMENT'S INTEREST PORTION RIDES ALONG IN THE
      *    WITHDRAW POSTING'S MEMO -- SAME 40-BYTE LAYOUT LOANRUN AND
         05 WS-LMP-TAG                  PIC X(05).
         05 WS-LMP-LOAN-ID              PIC 9(05).
         05 WS-LMP-INT-TAG              PIC X(05).
         05 WS-LMP-INTEREST             PIC 9(10)V99.
         05 FILLER                      PIC X(15).

       01 FLAGS.
