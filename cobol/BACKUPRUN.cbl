         05 WS-PAGE-NUMBER              PIC 9(05).
         05 WS-SUB-PAGE-NUMBER          PIC 9(05).

         05 WS-CUR-ACCOUNTID            PIC 9(09).
         05 WS-CUR-IBAN                 PIC X(30).

         05 WS-CUST-COUNT               PIC 9(07) VALUE 0.
         05 WS-TRANS-COUNT              PIC 9(07) VALUE 0.
         05 WS-TRANSFER-COUNT           PIC 9(07) VALUE 0.

         05 WS-ID-EDITED                PIC ZZZZZZZZ9.
         05 WS-BANKUSERID-EDITED        PIC ZZZZZZZZ9.
         05 WS-CUSTOMERID-EDITED        PIC ZZZZZZZZ9.
         05 WS-BALANCE-EDITED           PIC -ZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.

      *    PER-ENTITY ROLLING CHECKSUMS, RECORDED ON THE MANIFEST SO
      *    BACKUPVRFY CAN PROVE THE DUMP FILE IT LISTS STILL MATCHES
