         05 WS-DEPOSITS-MATURED         PIC 9(07) VALUE 0.
         05 WS-DEPOSITS-ROLLED          PIC 9(07) VALUE 0.

         05 WS-INTEREST-AMOUNT          PIC 9(10)V99.
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-POST-AMOUNT              PIC 9(10)V99.
         05 WS-POST-TRTYPE              PIC X(10).
         05 WS-POST-MEMO                PIC X(40).

