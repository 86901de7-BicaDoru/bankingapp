         05 WS-CUST-EXPORTED            PIC 9(07) VALUE 0.
         05 WS-CUST-ACCEPTED            PIC 9(07) VALUE 0.
         05 WS-CUST-REJECTED            PIC 9(07) VALUE 0.
         05 WS-ID-EDITED                PIC ZZZZZZZZ9.
         05 WS-BANKUSERID-EDITED        PIC ZZZZZZZZ9.

       01 IMPORT-FIELDS.
         05 WS-IMP-USERNAME             PIC X(50).
