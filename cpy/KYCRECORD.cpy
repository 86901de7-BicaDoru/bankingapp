      *> PLACE RATHER THAN VERSIONED.
       01  KYC-RECORD.
           05 KY-KEY.
             10 KY-CUSTOMERID         PIC 9(09).
             10 KY-DOCTYPE            PIC X(04).
               88 KY-DOCTYPE-ID-DOC    VALUE "IDOC".
               88 KY-DOCTYPE-ADDR-PROOF VALUE "POAD".
