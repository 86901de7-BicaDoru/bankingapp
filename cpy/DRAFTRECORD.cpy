      *> PRESENTATION REFUNDS THE CUSTOMER AND CLOSES IT (STOPPED).
       01  DRAFT-RECORD.
           05 DR-SERIAL               PIC 9(07).
           05 DR-ACCOUNT-ID           PIC 9(09).
           05 DR-PAYEE                PIC X(40).
           05 DR-AMOUNT               PIC 9(10)V99.
           05 DR-FEE                  PIC 9(10)V99.
           05 DR-ISSUE-DATE           PIC 9(08).
           05 DR-STATUS               PIC X(01).
             88 DR-IS-OUTSTANDING      VALUE "O".
      *>   DATE THE STATUS LAST CHANGED -- PRESENTATION OR STOP DATE,
      *>   THE ISSUE DATE WHILE STILL OUTSTANDING.
           05 DR-STATUS-DATE          PIC 9(08).
           05 DR-ISSUED-BY-BUSR-ID    PIC 9(09).
