      *    TOK5=CURRENCY TOK6=ANNUAL-RATE-PCT TOK7=TERM-MONTHS
      *    TOK8=ROLLOVER(N/P/F) TOK9=EARLY-PENALTY-PCT.
      *    WITHDRAW: TOK2=DEPOSIT ID.
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(09).
         05 ARG-TOK4                    PIC X(12).
         05 ARG-TOK5                    PIC X(03).
         05 ARG-TOK6                    PIC X(06).
       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-NEXT-ID                  PIC 9(05) VALUE 0.
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-SERIAL             PIC S9(08).
         05 WS-OPEN-SERIAL              PIC S9(08).
         05 WS-DAYS-HELD                PIC S9(08).
         05 WS-MAT-YEAR                 PIC 9(04).
         05 WS-MAT-MONTH                PIC 9(04).
         05 WS-ACCRUED-INTEREST         PIC 9(10)V99.
         05 WS-PENALTY-AMOUNT           PIC 9(10)V99.
         05 WS-PAYOUT-AMOUNT            PIC 9(10)V99.
         05 WS-POST-AMOUNT              PIC 9(10)V99.
         05 WS-POST-TRTYPE              PIC X(10).
         05 WS-POST-MEMO                PIC X(40).
         05 WS-POST-ACCOUNT             PIC 9(09).

         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
