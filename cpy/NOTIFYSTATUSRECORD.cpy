      *> NS-IS-FAILED IS PICKED UP BY A LATER NOTIFYRETRY RUN.
       01  NOTIFY-STATUS-RECORD.
           05 NS-ID                    PIC 9(07).
           05 NS-CUSTOMERID            PIC 9(09).
           05 NS-ENTITY                PIC X(10).
           05 NS-ENTITY-ID             PIC 9(09).
           05 NS-EVENT                 PIC X(10).
           05 NS-AMOUNT                PIC 9(10)V99.
           05 NS-TIMESTAMP             PIC X(22).
           05 NS-STATUS                PIC X(01).
             88 NS-IS-QUEUED           VALUE "Q".
