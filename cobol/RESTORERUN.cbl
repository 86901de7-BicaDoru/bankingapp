         05 WS-TRANSFER-REJECTED        PIC 9(07) VALUE 0.
         05 WS-TRANSFER-CUTOFF-SKIPPED  PIC 9(07) VALUE 0.

         05 WS-LOOKUP-OLD-ID            PIC 9(09).
         05 WS-LOOKUP-NEW-ID            PIC 9(09).

      *    ARG-CUTOFF (YYYYMMDD_HHMMSS) REFORMATTED INTO THE SAME
      *    "YYYY-MM-DD HH:MM:SS+ZZ" LAYOUT TRANSACTION/TRANSFER
       01 BUSR-MAP.
         05 BUSR-MAP-COUNT              PIC 9(05) VALUE 0.
         05 BUSR-MAP-ENTRY OCCURS 2000 TIMES.
           10 BM-OLD-ID                 PIC 9(09).
           10 BM-NEW-ID                 PIC 9(09).

       01 CUST-MAP.
         05 CUST-MAP-COUNT              PIC 9(05) VALUE 0.
         05 CUST-MAP-ENTRY OCCURS 2000 TIMES.
           10 CM-OLD-ID                 PIC 9(09).
           10 CM-NEW-ID                 PIC 9(09).

       01 ACCT-MAP.
         05 ACCT-MAP-COUNT              PIC 9(05) VALUE 0.
         05 ACCT-MAP-ENTRY OCCURS 2000 TIMES.
           10 AM-OLD-ID                 PIC 9(09).
           10 AM-NEW-ID                 PIC 9(09).

       01 FLAGS.
         05 FG-ABORT                    PIC X VALUE 'N'.
