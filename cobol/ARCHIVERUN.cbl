         05 WS-PAGE-NUMBER              PIC 9(05).
         05 WS-SUB-PAGE-NUMBER          PIC 9(05).

         05 WS-CUR-ACCOUNTID            PIC 9(09).
         05 WS-CUR-IBAN                 PIC X(30).

         05 WS-ACC-SCANNED              PIC 9(07) VALUE 0.
         05 WS-TRANSFER-ARCHIVED        PIC 9(07) VALUE 0.
         05 WS-TRANSFER-DELETED         PIC 9(07) VALUE 0.

         05 WS-ID-EDITED                PIC ZZZZZZZZ9.
         05 WS-BALANCE-EDITED           PIC -ZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.

       01 FLAGS.
         05 FG-MORE-PAGES               PIC X VALUE 'Y'.
