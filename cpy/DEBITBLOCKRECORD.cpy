      *> ZERO MEANS ANY AMOUNT, THE USUAL "ZERO MEANS UNSET" SHAPE.
       01  DEBIT-BLOCK-RECORD.
           05 DBK-KEY.
             10 DBK-ACCOUNT-ID        PIC 9(09).
             10 DBK-SEQ               PIC 9(03).
           05 DBK-SCOPE               PIC X(01).
             88 DBK-SCOPE-ALL          VALUE "A".
             88 DBK-SCOPE-REFERENCE    VALUE "R".
           05 DBK-REF-PATTERN         PIC X(20).
           05 DBK-MIN-AMOUNT          PIC 9(10)V99.
           05 DBK-STATUS              PIC X(01).
             88 DBK-IS-ACTIVE          VALUE "A".
             88 DBK-IS-REMOVED         VALUE "R".
