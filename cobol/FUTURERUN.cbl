         05 WS-FXR-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-BUSDATE-RAW              PIC 9(08).
         05 WS-SRC-ACC-ID               PIC 9(09).
         05 WS-SRC-BALANCE              PIC S9(10)V99.
         05 WS-SRC-CURRENCY             PIC X(03).
         05 WS-DEST-ACC-ID              PIC 9(09).
         05 WS-DEST-BALANCE             PIC S9(10)V99.
         05 WS-DEST-CURRENCY            PIC X(03).
         05 WS-FX-RATE                  PIC 9(03)V9999.
         05 WS-DEST-CREDIT              PIC 9(10)V99.
         05 WS-NEW-BALANCE              PIC S9(10)V99.

         05 WS-CHECKED                  PIC 9(05) VALUE 0.
         05 WS-EXECUTED                 PIC 9(05) VALUE 0.
