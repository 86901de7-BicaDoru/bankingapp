      *> NIGHTLY WINDOW SETTINGS, SAME CONVENTION AS PAGINGCONFIG:
      *> COPY INTO A PROGRAM'S OWN 01 CONSTANTS GROUP.
      *> THE MODE EODCUTOVER AND NIGHTRUN CLOSE THE ONLINE WINDOW
      *> WITH WHILE THE BATCH RUNS (SEE ONLMODEINTERFACE). "REFUSE  "
      *> TURNS MONEY-MOVING REQUESTS AWAY WITH A CLEAR MESSAGE;
      *> "QUEUE   " SPOOLS THEM FOR ONLREPLAY AFTER THE BATCH.
         05 K-NIGHT-WINDOW-MODE        PIC X(08) VALUE "REFUSE  ".
