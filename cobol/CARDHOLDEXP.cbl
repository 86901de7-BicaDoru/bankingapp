      *  CARDMAINT.F-AUTH-CARD placed that nobody ever captured -- and
      *  releases the hold the same way ACCBO.F-RELEASE-HOLD would
      *  (HOLDDB PUT status "R"), then clears CARD-HOLD-ID/
      *  CARD-HOLD-EXPIRY so the card can be authorized again. A
      *  CREDIT card's lapsed authorization is released on its credit
      *  line instead (CARDCREDIT RELEASE), which frees the credit it
      *  was tying up.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       01 PROGNAME                      PIC X(20).
         88 PGNAME-FILELOCK             VALUE "FILELOCK            ".
         88 PGNAME-HOLDDB               VALUE "HOLDDB              ".
         88 PGNAME-CARDCREDIT           VALUE "CARDCREDIT          ".

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY HOLDINTERFACE.
       COPY CARDCREDITINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
           EXIT.
      ******************************************************************
       F-EXPIRE-HOLD SECTION.
           IF CARD-TYPE-CREDIT
             PERFORM F-EXPIRE-CREDIT-AUTH
             EXIT SECTION
           END-IF

           INITIALIZE HOLDDB-INTERFACE
           SET I-HOLD-OP-PUT               TO TRUE
           MOVE CARD-HOLD-ID               TO I-HOLD-HOLDID
           .
       F-EXPIRE-HOLD-END.
           EXIT.
      ******************************************************************
       F-EXPIRE-CREDIT-AUTH SECTION.
      *    AN AUTHORIZATION THE LINE NO LONGER HOLDS OPEN (ALREADY
      *    CAPTURED OR RELEASED) IS UNLINKED FROM THE CARD ALL THE
      *    SAME, SO A STALE POINTER DOESN'T BLOCK THE CARD FOREVER.
           INITIALIZE CARDCREDIT-INTERFACE
           SET I-CCR-OP-RELEASE            TO TRUE
           MOVE CARD-ACCOUNT-ID            TO I-CCR-ACCOUNTID
           MOVE CARD-ID                    TO I-CCR-CARDID
           MOVE CARD-HOLD-ID               TO I-CCR-SEQ
           SET PGNAME-CARDCREDIT           TO TRUE
           CALL PROGNAME USING CARDCREDIT-INTERFACE

           IF CARDCREDIT-STATUS-OK OR CARDCREDIT-STATUS-BAD-AUTH
             STRING
               "CARD " CARD-ID
               " CREDIT AUTH " CARD-HOLD-ID
               " EXPIRED UNCAPTURED (WAS DUE " CARD-HOLD-EXPIRY ")"
               INTO EXPIRE-LINE
             END-STRING
             WRITE EXPIRE-LINE

             MOVE 0                        TO CARD-HOLD-ID
             MOVE 0                        TO CARD-HOLD-EXPIRY
             REWRITE CARD-RECORD

             ADD 1                         TO WS-HOLDS-EXPIRED
           END-IF
           .
       F-EXPIRE-CREDIT-AUTH-END.
           EXIT.
      ******************************************************************
       F-ACQUIRE-FILE-LOCK SECTION.
      *    NAMED WRITER LOCK ON THE SHARED FILE (SEE FILELOCK.cbl) --
