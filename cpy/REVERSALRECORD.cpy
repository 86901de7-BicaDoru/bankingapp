       01  REVERSAL-RECORD.
           05 RV-KEY.
             10 RV-ENTITY              PIC X(10).
             10 RV-ENTITY-ID           PIC 9(09).
           05 RV-ORIGIN                PIC X(10).
           05 RV-ORIGIN-REF            PIC X(20).
           05 RV-POSTED-ID             PIC 9(09).
           05 RV-AMOUNT                PIC 9(10)V99.
           05 RV-ACTOR-BUSR-ID         PIC 9(09).
           05 RV-TIMESTAMP             PIC X(22).
