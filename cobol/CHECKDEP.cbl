      *    CLEARING/RETURN OUTCOME.
       01  CHECK-DEP-RECORD.
           05 CK-ID                    PIC 9(05).
           05 CK-ACCOUNT-ID            PIC 9(09).
           05 CK-AMOUNT                PIC 9(10)V99.
           05 CK-HOLD-ID               PIC 9(05).
           05 CK-TRANS-ID              PIC 9(09).
           05 CK-DEPOSIT-DATE          PIC 9(08).
           05 CK-AVAIL-DATE            PIC 9(08).
           05 CK-STATUS                PIC X(01).
           88 ARG-OP-RETURN              VALUE "RETURN".
           88 ARG-OP-LIST                VALUE "LIST".
      *    DEPOSIT: TOK2=ACCOUNT-ID TOK3=AMOUNT. RETURN: TOK2=CHECK ID
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(12).

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-NEXT-ID                  PIC 9(05) VALUE 0.
         05 WS-ACCOUNT-ID               PIC 9(09).
         05 WS-AMOUNT                   PIC 9(10)V99.
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-AVAIL-SERIAL             PIC S9(08).

