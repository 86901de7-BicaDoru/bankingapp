      *> RECORD LAYOUT FOR THE FLAT POSITIVE-PAY FILE
      *> (files/pospay_issued.txt) A BUSINESS CUSTOMER SENDS LISTING
      *> THE CHECKS IT HAS WRITTEN. LOADED BY CHECKINWARD BEFORE THE
      *> DAY'S INWARD CLEARING IS PAID, ONTO CHECKSERIALRECORD; A
      *> PRESENTED CHECK ON AN ENROLLED ACCOUNT (SEE CHECKBOOKRECORD)
      *> IS ONLY PAID WHEN IT MATCHES A LISTED ONE.
       01  POSPAY-RECORD.
           05 PP-IBAN                  PIC X(30).
           05 PP-SERIAL                PIC 9(07).
           05 PP-ACTION                PIC X(01).
      *      CHECK WRITTEN FOR PP-AMOUNT.
             88 PP-ACTION-ISSUE        VALUE "I".
      *      CHECK SPOILED OR CANCELLED BY THE CUSTOMER -- REFUSE IT
      *      IF IT IS EVER PRESENTED.
             88 PP-ACTION-VOID         VALUE "V".
           05 PP-AMOUNT                PIC 9(08)V99.
           05 PP-ISSUE-DATE            PIC 9(08).
           05 PP-PAYEE                 PIC X(30).
