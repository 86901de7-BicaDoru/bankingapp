      *    FOR files/data/errors.dat.
       01  CHECK-DEP-RECORD.
           05 CK-ID                    PIC 9(05).
           05 CK-ACCOUNT-ID            PIC 9(09).
           05 CK-AMOUNT                PIC 9(10)V99.
           05 CK-HOLD-ID               PIC 9(05).
           05 CK-TRANS-ID              PIC 9(09).
           05 CK-DEPOSIT-DATE          PIC 9(08).
           05 CK-AVAIL-DATE            PIC 9(08).
           05 CK-STATUS                PIC X(01).
