      *  VELOCITY-MAX-AMOUNT (TRANSFERBO), EXPOSURE-CAP-USD,
      *  EXPOSURE-CAP-GBP (FXEXPOSURE), RETENTION-DAYS (ARCHIVERUN
      *  AND DSAR), APPROVAL-AMOUNT-THR, WDR-APPROVAL-THR (TRANSFERBO
      *  AND ACCBO), STEPUP-TRANSFER-THR (TRANSFERBO),
      *  STEPUP-CODE-MINUTES (STEPUP), LOYALTY-EXPIRY-MON and
      *  LOYALTY-PT-VALUE (LOYALTY AND LOYALTYRUN). A parameter with
      *  no row falls back to the consuming program's copybook
      *  constant, so this file only ever needs the values someone
      *  has deliberately changed.
      *  EFFECTIVE-DATE (YYYY-MM-DD) is part of the key -- PARAMSTORE
      *  always serves the latest row not in the future, so a change
      *  can be staged today and take hold on Monday. The trailing
         05 ARG-NAME                    PIC X(20).
         05 ARG-EFF-DATE                PIC X(10).
         05 ARG-VALUE-TOK               PIC X(15).
         05 ARG-BUSR-TOK                PIC X(09).
         05 WS-PTR                      PIC 9(03).

       01 INTERNAL-VARS.
         05 IND-1                       PIC 9(05).
         05 WS-FOUND-INDEX              PIC 9(05) VALUE 0.
         05 WS-VALUE-EDITED             PIC -ZZZZZZZZZ9.99.
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 FG-NAME-FOUND               PIC X VALUE 'N'.
           88 FG-NAME-FOUND-Y           VALUE 'Y'.
           88 FG-NAME-FOUND-N           VALUE 'N'.
           END-UNSTRING

           MOVE 0                         TO WS-ACTOR-BUSR-ID
           IF ARG-OP-DELETE
           AND FUNCTION TEST-NUMVAL(ARG-VALUE-TOK) = 0
             MOVE FUNCTION NUMVAL(ARG-VALUE-TOK)
                                          TO WS-ACTOR-BUSR-ID
           ELSE
