      *    SAME PHYSICAL LAYOUT CHECKDEP.cbl WRITES.
       01  CHECK-DEP-RECORD.
           05 CK-ID                    PIC 9(05).
           05 CK-ACCOUNT-ID            PIC 9(09).
           05 CK-AMOUNT                PIC 9(10)V99.
           05 CK-HOLD-ID               PIC 9(05).
           05 CK-TRANS-ID              PIC 9(09).
           05 CK-DEPOSIT-DATE          PIC 9(08).
           05 CK-AVAIL-DATE            PIC 9(08).
           05 CK-STATUS                PIC X(01).
         05 WS-FINDINGS                 PIC 9(07) VALUE 0.
         05 WS-ROWS-CHECKED             PIC 9(07) VALUE 0.
         05 WS-HOLD-PAGE-NUMBER         PIC 9(05).
         05 WS-CHECK-ACCOUNTID          PIC 9(09).
         05 WS-CHECK-CUSTOMERID         PIC 9(09).
         05 WS-CHECK-BUSR-ID            PIC 9(09).
         05 WS-CHECK-IBAN               PIC X(30).
         05 WS-CHECK-LOAN-ID            PIC 9(05).
         05 FG-REF-OK                   PIC X(01).
