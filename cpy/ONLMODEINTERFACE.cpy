      *> CALL INTERFACE FOR ONLMODE.cbl -- THE SINGLE BANK-WIDE ONLINE
      *> OPERATING MODE (files/onlinemode.dat). DISPATCHER ASKS IT
      *> BEFORE ROUTING EVERY MONEY-MOVING REQUEST; EODCUTOVER AND
      *> NIGHTRUN CLOSE THE WINDOW FOR THE NIGHTLY BATCH AND NIGHTRUN
      *> OPENS IT AGAIN, AND AN ADMIN CAN SET IT BY HAND THROUGH
      *> ONLMAINT. SAME CALLED-SUBPROGRAM SHAPE AS BUSDATEINTERFACE.
       01 ONLMODE-INTERFACE.
         05 ONLMODE-IN.
           10 I-ONLMODE-OPERATION         PIC X(08).
             88 I-ONLMODE-OP-GET          VALUE "GET     ".
             88 I-ONLMODE-OP-SET          VALUE "SET     ".
      *    ON SET: THE MODE TO SWITCH TO AND WHO IS SWITCHING IT (A
      *    JOB NAME, OR "ADMIN <busr-id>").
           10 I-ONLMODE-NEW-MODE          PIC X(08).
             88 I-ONLMODE-NEW-MODE-OK     VALUE "OPEN    "
                                                "REFUSE  "
                                                "QUEUE   ".
           10 I-ONLMODE-SET-BY            PIC X(20).
         05 ONLMODE-STATUS                PIC X(02).
           88 ONLMODE-STATUS-OK           VALUE "00".
           88 ONLMODE-STATUS-BAD-MODE     VALUE "95".
           88 ONLMODE-STATUS-ERR          VALUE "99".
         05 ONLMODE-OUT.
      *    OPEN   -- EVERYTHING IS SERVED AS NORMAL.
      *    REFUSE -- MONEY-MOVING REQUESTS ARE TURNED AWAY (DP08).
      *    QUEUE  -- MONEY-MOVING REQUESTS ARE SPOOLED FOR ONLREPLAY.
      *    INQUIRIES (GET) ARE SERVED IN EVERY MODE.
           10 O-ONLMODE-MODE              PIC X(08).
             88 O-ONLMODE-OPEN            VALUE "OPEN    ".
             88 O-ONLMODE-REFUSE          VALUE "REFUSE  ".
             88 O-ONLMODE-QUEUE           VALUE "QUEUE   ".
           10 O-ONLMODE-SET-BY            PIC X(20).
      *    WALL-CLOCK "YYYY-MM-DD HH:MM:SS" OF THE LAST SWITCH.
           10 O-ONLMODE-SET-AT            PIC X(19).
