       01 NOTIFY-INTERFACE.
         05 NOTIFY-IN.
           10 I-NOTIFY-CUSTID                 PIC 9(09).
           10 I-NOTIFY-ENTITY                 PIC X(10).
           10 I-NOTIFY-ENTITY-ID              PIC 9(09).
           10 I-NOTIFY-EVENT                  PIC X(10).
           10 I-NOTIFY-AMOUNT                 PIC 9(10)V99.
      *>   OPTIONAL SHORT FREE TEXT CARRIED ON THE NOTIFICATION LINE
      *>   (E.G. THE ONE-TIME CODE STEPUP.cbl SENDS) -- LEFT AS
      *>   SPACES BY CALLERS WITH NOTHING EXTRA TO SAY, IN WHICH
