         05 WS-TRANSFERS-NAME           PIC X(256).
         05 WS-RESULT-NAME              PIC X(256).

         05 WS-ACCOUNTID                PIC 9(09).
         05 WS-ACCOUNTID-EDITED         PIC ZZZZZZZZ9.
         05 WS-CUR-IBAN                 PIC X(30).

         05 WS-FIRST-LINE               PIC X VALUE 'Y'.
         05 WS-TRANS-MATCHED            PIC 9(07) VALUE 0.
         05 WS-TRANSFER-MATCHED         PIC 9(07) VALUE 0.

         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.

      *    ARCHIVE LINE BUFFERS -- MATCHING ARCHIVERUN'S PIPE-DELIMITED
      *    COLUMN LAYOUT.
