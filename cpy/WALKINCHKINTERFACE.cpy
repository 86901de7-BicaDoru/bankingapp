      *> CALL INTERFACE FOR WALKINCHK.cbl -- MAY THIS REGISTERED
      *> WALK-IN (SEE WALKINRECORD) CONDUCT A TRANSACTION, AND IF SO
      *> LINK IT TO THEM (SEE WALKINLINKRECORD). SAME CALLED-
      *> SUBPROGRAM SHAPE AS BGCHECKINTERFACE.
       01 WALKINCHK-INTERFACE.
         05 WALKINCHK-IN.
           10 I-WIC-OPERATION             PIC X(05).
      *      LOOK ONLY.
             88 I-WIC-OP-CHECK            VALUE "CHECK".
      *      LOOK, AND WRITE THE LINK ROW FROM THE FIELDS BELOW.
             88 I-WIC-OP-LINK             VALUE "LINK".
           10 I-WIC-CONDUCTOR-ID          PIC 9(07).
      *    LINK ONLY -- SEE WALKINLINKRECORD FOR WHAT EACH KIND
      *    CARRIES IN REF/TRANS-ID.
           10 I-WIC-KIND                  PIC X(01).
           10 I-WIC-REF-ID                PIC 9(09).
           10 I-WIC-TRANS-ID              PIC 9(09).
           10 I-WIC-ACCOUNT-ID            PIC 9(09).
           10 I-WIC-AMOUNT                PIC 9(10)V99.
           10 I-WIC-CURRENCY              PIC X(03).
           10 I-WIC-BUSR-ID               PIC 9(09).
         05 WALKINCHK-STATUS              PIC X(02).
           88 WALKINCHK-STATUS-OK         VALUE "00".
           88 WALKINCHK-STATUS-NOT-FOUND  VALUE "90".
      *    SCREENING HIT NOT YET CLEARED.
           88 WALKINCHK-STATUS-HELD       VALUE "91".
      *    IDENTITY DOCUMENT RUN OUT -- TAKE A CURRENT ONE FIRST.
           88 WALKINCHK-STATUS-DOC-EXPIRED VALUE "92".
           88 WALKINCHK-STATUS-DUPLICATE  VALUE "93".
         05 WALKINCHK-OUT.
           10 O-WIC-NAME                  PIC X(50).
           10 O-WIC-DOC-TYPE              PIC X(02).
           10 O-WIC-DOC-NUMBER            PIC X(20).
