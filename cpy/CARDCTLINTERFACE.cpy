      *> CALL INTERFACE FOR CARDCTL.cbl -- PER-CARD MERCHANT-CATEGORY,
      *> COUNTRY, E-COMMERCE AND TRAVEL-NOTICE CONTROLS
      *> (files/cardcontrols.dat, SEE CARDCTLRECORD). A CARD
      *> AUTHORIZATION OR CLEARING PATH CALLS CHECK WITH WHAT THE
      *> NETWORK TOLD IT ABOUT THE TRANSACTION; ON DECLINED THE
      *> ATTEMPT IS ALREADY ON THE FRAUD QUEUE (SEE FRAUDCHK) AND
      *> O-CTL-REASON SAYS WHICH CONTROL REFUSED IT. SAME
      *> CALLED-SUBPROGRAM SHAPE AS ODPROTECTINTERFACE.
       01 CARDCTL-INTERFACE.
         05 CARDCTL-IN.
           10 I-CTL-OPERATION             PIC X(08).
             88 I-CTL-OP-CHECK            VALUE "CHECK   ".
      *      RETURN THE CARD'S CONTROLS (ALL OPEN WHEN IT HAS NONE).
             88 I-CTL-OP-GETITEM          VALUE "GETITEM ".
      *      CREATE OR REPLACE THE CARD'S CONTROLS WITH I-CTL-SETTINGS.
             88 I-CTL-OP-PUT              VALUE "PUT     ".
           10 I-CTL-CARDID                PIC 9(05).
      *    CHECK ONLY: THE TRANSACTION AS THE NETWORK DESCRIBED IT.
      *    A BLANK MCC, COUNTRY OR CHANNEL IS NOT CHECKED.
           10 I-CTL-MCC                   PIC X(04).
           10 I-CTL-COUNTRY               PIC X(02).
           10 I-CTL-CHANNEL               PIC X(01).
             88 I-CTL-CHANNEL-ECOM        VALUE "E".
             88 I-CTL-CHANNEL-PRESENT     VALUE "P".
      *    yyyymmdd THE TRANSACTION TOOK PLACE -- ZERO = TODAY.
           10 I-CTL-DATE                  PIC 9(08).
      *    CHECK ONLY: CARRIED ONTO THE FRAUD CASE OF A DECLINE.
           10 I-CTL-AMOUNT                PIC 9(10)V99.
           10 I-CTL-TRTYPE                PIC X(10).
      *    CHECK: WHO RAN THE ATTEMPT (ZERO FOR THE NETWORK).
      *    PUT: WHO CHANGED THE CONTROLS.
           10 I-CTL-ACTOR-BUSR-ID         PIC 9(09).
      *    PUT ONLY -- SAME SHAPE AS CTL-SETTINGS.
           10 I-CTL-SETTINGS.
             15 I-CTL-BLOCKED-MCC         PIC X(04) OCCURS 5.
             15 I-CTL-ALLOWED-COUNTRY     PIC X(02) OCCURS 5.
             15 I-CTL-ECOM                PIC X(01).
             15 I-CTL-TRAVEL              OCCURS 2.
               20 I-CTL-TRAVEL-FROM       PIC 9(08).
               20 I-CTL-TRAVEL-TO         PIC 9(08).
               20 I-CTL-TRAVEL-COUNTRY    PIC X(02).

         05 CARDCTL-STATUS                PIC X(02).
           88 CARDCTL-STATUS-OK           VALUE "00".
      *      CHECK: A CONTROL REFUSED THE TRANSACTION.
           88 CARDCTL-STATUS-DECLINED     VALUE "91".
      *      PUT: E-COMMERCE FLAG NOT Y/N, OR A TRAVEL WINDOW WITH
      *      NO COUNTRY OR ENDING BEFORE IT STARTS.
           88 CARDCTL-STATUS-BAD-DATA     VALUE "92".
           88 CARDCTL-STATUS-BAD-OP       VALUE "95".
           88 CARDCTL-STATUS-IO-ERR       VALUE "99".

         05 CARDCTL-OUT.
      *    CHECK ONLY -- WHY IT WAS DECLINED.
           10 O-CTL-REASON                PIC X(40).
           10 O-CTL-SETTINGS.
             15 O-CTL-BLOCKED-MCC         PIC X(04) OCCURS 5.
             15 O-CTL-ALLOWED-COUNTRY     PIC X(02) OCCURS 5.
             15 O-CTL-ECOM                PIC X(01).
             15 O-CTL-TRAVEL              OCCURS 2.
               20 O-CTL-TRAVEL-FROM       PIC 9(08).
               20 O-CTL-TRAVEL-TO         PIC 9(08).
               20 O-CTL-TRAVEL-COUNTRY    PIC X(02).
           10 O-CTL-UPDATED-DATE          PIC 9(08).
           10 O-CTL-UPDATED-BY            PIC 9(09).
