           10 I-TRANSFER-ID                   PIC 9(05).
           10 I-TRANSFER-SRCIBAN              PIC X(30).
           10 I-TRANSFER-DESTIBAN             PIC X(30).
           10 I-TRANSFER-AMOUNT               PIC 9(10)V99.
           10 I-TRANSFER-TIMESTAMP            PIC X(22).
           10 I-TRANSFER-CURRENCY             PIC X(3).
      *    FX-CONVERTED AMOUNT/CURRENCY CREDITED TO THE DESTINATION
      *    ACCOUNT, SEE TRANSFERBO.F-TRANSFER-ACC-BALANCE-UPDATE.
           10 I-TRANSFER-DESTAMOUNT           PIC 9(10)V99.
           10 I-TRANSFER-DESTCURRENCY         PIC X(3).
      *    FIRST-CLASS END-TO-END PAYMENT REFERENCE -- SAME ROLE AS
      *    I-TRANS-PAYMENT-REF ON THE TRANSACTION SIDE.
      *    VALUE DATE -- SAME DEFAULTING RULE AS THE TRANSACTION SIDE.
           10 I-TRANSFER-VALUE-DATE           PIC 9(08).
           10 I-TRANSFER-FILTER-IBAN          PIC X(30).
           10 I-TRANSFER-FILTER-CUSTID        PIC 9(09).
           10 I-TRANSFER-PAGE-NUMBER          PIC 9(05).

         05 TRANSFERDB-STATUS                 PIC X(02).
             15 O-TRANSFER-ID                 PIC 9(05).
             15 O-TRANSFER-SRCIBAN            PIC X(30).
             15 O-TRANSFER-DESTIBAN           PIC X(30).
             15 O-TRANSFER-AMOUNT             PIC 9(10)V99.
             15 O-TRANSFER-TIMESTAMP          PIC X(22).
             15 O-TRANSFER-CURRENCY           PIC X(3).
             15 O-TRANSFER-DESTAMOUNT         PIC 9(10)V99.
             15 O-TRANSFER-DESTCURRENCY       PIC X(3).
             15 O-TRANSFER-PAYMENT-REF        PIC X(20).
             15 O-TRANSFER-VALUE-DATE         PIC 9(08).
