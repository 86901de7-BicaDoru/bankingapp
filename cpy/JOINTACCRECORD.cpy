      *> LOGIN ID DIRECTLY AGAINST THE ACCOUNT'S OWNING BANK-USER ID.
       01  JOINT-ACC-RECORD.
           05 JA-KEY.
             10 JA-ACCOUNT-ID        PIC 9(09).
             10 JA-BUSR-ID           PIC 9(09).
           05 JA-STATUS               PIC X(01).
             88 JA-IS-ACTIVE          VALUE "Y".
             88 JA-IS-REMOVED         VALUE "N".
             88 JA-MANDATE-ALL        VALUE "L".
             88 JA-MANDATE-N-OF-M     VALUE "N".
           05 JA-MANDATE-COUNT        PIC 9(02).
           05 JA-MANDATE-THRESHOLD    PIC 9(10)V99.
