      *    - refuses to reverse the same row twice -- the registry
      *      row IS the idempotency guard, so a re-run caller gets a
      *      clean DUPLICATE status instead of a second offset.
      *    - refuses (status 94) a reversal ordered by a bank user
      *      linked to any account it would post to -- their own or
      *      a declared relative's (see STAFFCHK). A batch caller
      *      (actor zero) is never refused.
      *  Called directly (same style as AUDITLOG/NOTIFY), never routed
      *  through the DISPATCHER.
      ******************************************************************
         88 PGNAME-ACCDB                 VALUE "ACCDB               ".
         88 PGNAME-TRANSDB               VALUE "TRANSDB             ".
         88 PGNAME-TRANSFERDB            VALUE "TRANSFERDB          ".
         88 PGNAME-STAFFCHK              VALUE "STAFFCHK            ".

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
      *  THE ORIGINAL ROW, CAPTURED OUT OF THE GETLIST OUTPUT BEFORE
      *  ANY LATER DB CALL OVERWRITES IT.
         05 WS-ORIG-TRANS.
           10 WS-ORIG-ACCOUNTID          PIC 9(09).
           10 WS-ORIG-TRTYPE             PIC X(10).
           10 WS-ORIG-AMOUNT             PIC 9(10)V99.
           10 WS-ORIG-CONTRA-ACCID       PIC 9(09).
         05 WS-ORIG-TRANSFER.
           10 WS-ORIG-SRCIBAN            PIC X(30).
           10 WS-ORIG-DESTIBAN           PIC X(30).
           10 WS-ORIG-TRF-AMOUNT         PIC 9(10)V99.
           10 WS-ORIG-CURRENCY           PIC X(03).
           10 WS-ORIG-DESTAMOUNT         PIC 9(10)V99.
           10 WS-ORIG-DESTCURRENCY       PIC X(03).

         05 WS-BF-ACC-ID                 PIC 9(09).
         05 WS-BF-ACC-BALANCE            PIC S9(10)V99.
         05 WS-BF-NEW-BALANCE            PIC S9(10)V99.
         05 WS-SRC-ACC-ID                PIC 9(09).
         05 WS-SRC-NEW-BALANCE           PIC S9(10)V99.
         05 WS-DEST-ACC-ID               PIC 9(09).
         05 WS-DEST-NEW-BALANCE          PIC S9(10)V99.
         05 WS-MEMO                      PIC X(40).

       01 FLAGS.
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY TRANSFERINTERFACE.
       COPY STAFFCHKINTERFACE.
       COPY LOGGERINTERFACE.
      *
       LINKAGE SECTION.
             EXIT SECTION
           END-IF

      *    NOR MAY A BANK USER REVERSE A POSTING ON THEIR OWN OR A
      *    RELATIVE'S ACCOUNT -- A FEE "WAIVED" THAT WAY INCLUDED.
           INITIALIZE STAFFCHK-INTERFACE
           MOVE WS-ORIG-ACCOUNTID          TO I-STFC-ACCOUNTID
           PERFORM UT-CHECK-STAFF-LINK
           IF NOT REVERSAL-STATUS-OK
             EXIT SECTION
           END-IF

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE WS-ORIG-ACCOUNTID          TO I-ACC-ACCOUNTID
      *    CREDITING EVERYTHING.
           IF WS-ORIG-TRTYPE = "WITHDRAW" OR WS-ORIG-TRTYPE = "FEE"
             OR WS-ORIG-TRTYPE = "TAX"
             OR WS-ORIG-TRTYPE = "DEBITINT"
             SET FG-REV-IS-CREDIT-Y        TO TRUE
             COMPUTE WS-BF-NEW-BALANCE =
                     WS-BF-ACC-BALANCE + WS-ORIG-AMOUNT
           MOVE WS-BF-NEW-BALANCE          TO I-TRANS-ACCBALANCE
           MOVE WS-MEMO                    TO I-TRANS-MEMO
           MOVE I-REV-ACTOR-BUSR-ID        TO I-TRANS-ACTOR-BUSR-ID
      *    THE OFFSET UNWINDS THE ORIGINAL'S INTERNAL-ACCOUNT LEG TOO
      *    (A REVERSED FEE COMES BACK OUT OF FEE INCOME).
           MOVE WS-ORIG-CONTRA-ACCID       TO I-TRANS-CONTRA-ACCID
           SET PGNAME-TRANSDB              TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE

                                           TO WS-ORIG-TRTYPE
                   MOVE O-TRANS-AMMOUNT(IND-1)
                                           TO WS-ORIG-AMOUNT
                   MOVE O-TRANS-CONTRA-ACCID(IND-1)
                                           TO WS-ORIG-CONTRA-ACCID
                 END-IF
               END-PERFORM
               IF O-TRANSDB-COUNT < K-PAGE-SIZE
             EXIT SECTION
           END-IF

      *    NOT BY A BANK USER LINKED TO EITHER SIDE.
           INITIALIZE STAFFCHK-INTERFACE
           MOVE WS-ORIG-SRCIBAN            TO I-STFC-IBAN
           PERFORM UT-CHECK-STAFF-LINK
           IF REVERSAL-STATUS-OK
             INITIALIZE STAFFCHK-INTERFACE
             MOVE WS-ORIG-DESTIBAN         TO I-STFC-IBAN
             PERFORM UT-CHECK-STAFF-LINK
           END-IF
           IF NOT REVERSAL-STATUS-OK
             EXIT SECTION
           END-IF

      *    EACH SIDE GIVES BACK EXACTLY WHAT IT RECEIVED -- THE
      *    DESTINATION LOSES THE FX-CONVERTED CREDIT IT WAS GIVEN AND
      *    THE SOURCE GETS ITS OWN-CURRENCY DEBIT BACK, REGARDLESS OF
           .
       UT-ACC-PUT-END.
           EXIT.
      ******************************************************************
       UT-CHECK-STAFF-LINK SECTION.
      *    THE CALLER HAS FILLED IN THE ACCOUNT ID OR IBAN.
           IF I-REV-ACTOR-BUSR-ID = 0
             EXIT SECTION
           END-IF
           MOVE I-REV-ACTOR-BUSR-ID        TO I-STFC-BUSR-ID
           SET PGNAME-STAFFCHK             TO TRUE
           CALL PROGNAME USING STAFFCHK-INTERFACE

           IF STAFFCHK-STATUS-CONFLICT
             SET REVERSAL-STATUS-STAFF-CONFLICT TO TRUE
           END-IF
           .
       UT-CHECK-STAFF-LINK-END.
           EXIT.
      ******************************************************************
       UT-OPEN-REVERSAL-FILE SECTION.
           OPEN I-O REVERSAL-FILE
