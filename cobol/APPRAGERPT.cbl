         05 WS-SCAN-QUEUE                PIC X(10).
         05 WS-SCAN-ID                   PIC 9(05).
         05 WS-SCAN-TIMESTAMP            PIC X(22).
         05 WS-SCAN-REQUESTED-BY         PIC 9(09).

         05 WS-TS-DATE                   PIC 9(08).
         05 WS-TS-SERIAL                 PIC S9(08).
