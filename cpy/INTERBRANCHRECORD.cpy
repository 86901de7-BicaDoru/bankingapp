           05 IB-TILL-BRANCH           PIC 9(03).
           05 IB-ACCOUNT-BRANCH        PIC 9(03).
           05 IB-TRTYPE                PIC X(10).
           05 IB-AMOUNT                PIC 9(10)V99.
           05 IB-ACCOUNTID             PIC 9(09).
           05 IB-ACTOR-BUSR-ID         PIC 9(09).
           05 IB-TIMESTAMP             PIC X(22).
