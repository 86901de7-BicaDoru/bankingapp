      *> ACCBO OPENS THE FIRST ACCOUNT, CARDMAINT ISSUES THE FIRST
      *> CARD, AND NOTIFY DELIVERS THE WELCOME NOTIFICATION.
       01  ONBOARD-RECORD.
           05 OB-CUSTOMER-ID          PIC 9(09).
           05 OB-OPENED-DATE          PIC 9(08).
           05 OB-STEP-KYC             PIC X(01).
             88 OB-STEP-KYC-DONE      VALUE "Y".
