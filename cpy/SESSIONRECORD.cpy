      *> REQUEST UNTIL IT EXPIRES.
       01  SESSION-RECORD.
           05 SS-TOKEN               PIC X(24).
           05 SS-BUSR-ID             PIC 9(09).
           05 SS-EXPIRES-MIN         PIC 9(10).
