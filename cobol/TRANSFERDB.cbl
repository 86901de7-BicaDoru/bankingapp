       01 H-OFFSET                    PIC S9(9).
       01 H-PAGE-SIZE                 PIC S9(9).
       01 H-FLT-IBAN                  PIC X(30).
       01 H-FLT-CUSTID                PIC 9(09).
       01 H-PAGE-NUM                  PIC 9(05).
      *>  TRANSFER.DESTAMOUNT/DESTCURRENCY -- THE FX-CONVERTED CREDIT
      *>  APPLIED TO THE DESTINATION ACCOUNT, NOT PART OF H-TRANSFER
      *>  EITHER, SAME WORKAROUND AS ACCDB'S H-ACC-STATUS.
       01 H-TRANSFER-DESTAMOUNT       PIC S9(10)V99.
       01 H-TRANSFER-DESTCURRENCY     PIC X(03).

      *>  TRANSFER.PAYMENT_REF -- DEDICATED END-TO-END REFERENCE,
