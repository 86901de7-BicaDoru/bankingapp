      *> CALL INTERFACE FOR BGCHECK.cbl -- DOES THIS BANK USER HOLD A
      *> LIVE BREAK-GLASS GRANT (SEE BREAKGLASSRECORD)? SAME CALLED-
      *> SUBPROGRAM SHAPE AS STAFFCHKINTERFACE.
       01 BGCHECK-INTERFACE.
         05 BGCHECK-IN.
           10 I-BGC-OPERATION             PIC X(05).
      *      LOOK ONLY.
             88 I-BGC-OP-CHECK            VALUE "CHECK".
      *      LOOK, AND COUNT ONE MORE REQUEST SERVED UNDER THE GRANT.
             88 I-BGC-OP-USE              VALUE "USE".
           10 I-BGC-BUSR-ID               PIC 9(09).
         05 BGCHECK-STATUS                PIC X(02).
           88 BGCHECK-STATUS-ACTIVE       VALUE "00".
           88 BGCHECK-STATUS-NONE         VALUE "10".
         05 BGCHECK-OUT.
           10 O-BGC-START-TS              PIC 9(14).
           10 O-BGC-EXPIRES-TS            PIC 9(14).
           10 O-BGC-REASON                PIC X(60).
