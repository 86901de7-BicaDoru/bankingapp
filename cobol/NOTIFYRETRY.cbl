         05 WS-NOTIFY-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-OUTPUT-FILE-STATUS       PIC XX VALUE SPACES.

         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.
         05 WS-RETRY-OUTCOME            PIC X(30).

         05 WS-RETRIED                  PIC 9(07) VALUE 0.
