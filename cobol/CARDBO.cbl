      *  card action lands in AUDITLOG with the actor recorded.
      *  Shares files/card.dat with CARDMAINT/CARDREISSUE/CARDHOLDEXP
      *  (same layout, see CARDRECORD).
      *     GET CARD returns one card with its usage controls and PUT
      *  CARD action C replaces them (blocked merchant categories,
      *  allowed countries, e-commerce on/off, travel notices), so a
      *  Client can tighten or relax their own card and a fraud
      *  analyst can lock one down from the branch. The controls live
      *  with CARDCTL, which checks them at authorization and clearing.
      *     GET POINTS shows the loyalty points position of the
      *  customer who owns an account (balance, lifetime earned,
      *  reversed, redeemed and expired, and the next expiry) and POST
      *  POINTS redeems points for a cash credit to that account at
      *  the current point value. The ledger itself is kept by
      *  LOYALTY; CARDCLEAR earns the points and CHARGEBACK reverses
      *  them.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JA-KEY
           FILE STATUS IS WS-JA-FILE-STATUS.

           SELECT CUST-PROFILE-FILE ASSIGN TO "files/custprofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-CUSTOMERID
           FILE STATUS IS WS-CP-FILE-STATUS.

           SELECT CUST-ENTITY-FILE ASSIGN TO "files/custentity.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CE-CUSTOMERID
           FILE STATUS IS WS-CE-FILE-STATUS.

           SELECT CUST-RELATION-FILE ASSIGN TO
           "files/custrelation.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-KEY
           FILE STATUS IS WS-CR-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************

       FD  JOINT-ACC-FILE.
       COPY JOINTACCRECORD.

       FD  CUST-PROFILE-FILE.
       COPY CUSTPROFILERECORD.

       FD  CUST-ENTITY-FILE.
       COPY CUSTENTITYRECORD.

       FD  CUST-RELATION-FILE.
       COPY CUSTRELATIONRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

         88 PGNAME-ERROR                 VALUE "ERROR               ".
         88 PGNAME-AUDITLOG              VALUE "AUDITLOG            ".
         88 PGNAME-ONBOARD               VALUE "ONBOARD             ".
         88 PGNAME-CARDCREDIT            VALUE "CARDCREDIT          ".
         88 PGNAME-CARDCTL               VALUE "CARDCTL             ".
         88 PGNAME-CARDVAULT             VALUE "CARDVAULT           ".
         88 PGNAME-LOYALTY               VALUE "LOYALTY             ".

       01 INTERNAL-VARS.
         05 WS-ERROR-SOURCE              PIC X(20).
         05 WS-CARD-FILE-STATUS          PIC X(02).
         05 WS-JA-FILE-STATUS            PIC X(02).
         05 WS-CP-FILE-STATUS            PIC X(02).
         05 WS-MINOR-GUARDIAN-CUSTID     PIC 9(09).
         05 FG-TG-MINOR                  PIC X(01).
           88 FG-TG-MINOR-Y              VALUE "Y".
           88 FG-TG-MINOR-N              VALUE "N".
         05 FG-LOGIN-GUARDIAN            PIC X(01).
           88 FG-LOGIN-GUARDIAN-Y        VALUE "Y".
           88 FG-LOGIN-GUARDIAN-N        VALUE "N".
         05 WS-CE-FILE-STATUS            PIC X(02).
         05 WS-CR-FILE-STATUS            PIC X(02).
         05 FG-LOGIN-REP                 PIC X(01).
           88 FG-LOGIN-REP-Y             VALUE "Y".
           88 FG-LOGIN-REP-N             VALUE "N".
         05 FG-MORE-CR-ROWS              PIC X(01).
           88 FG-MORE-CR-ROWS-Y          VALUE "Y".
           88 FG-MORE-CR-ROWS-N          VALUE "N".
         05 FG-JA-FOUND                  PIC X(01).
           88 FG-JA-FOUND-Y              VALUE "Y".
           88 FG-JA-FOUND-N              VALUE "N".
         05 WS-NEXT-ID                   PIC 9(05) VALUE 0.
         05 WS-DATE-RAW8                 PIC 9(08).
         05 WS-EXP-YEAR                  PIC 9(04).

      *  DATA MOVED AROUND BETWEEN THE CALLS OF THE MODULES
         05 WS-BUFFER.
           10 WS-BF-BUSR-ID              PIC 9(09).
           10 WS-BF-CUST-ID              PIC 9(09).
           10 WS-BF-ACC-ID               PIC 9(09).
           10 WS-BF-ROLE                 PIC X(04).

      *  RELEVANT DATA FOR THE USER ON WHICH THE ACTION IS PERFORMED
         05 WS-TARGET-USER.
           10 WS-TG-BUSR-ID              PIC 9(09).
           10 WS-TG-CUST-ID              PIC 9(09).
           10 WS-TG-ACC-ID               PIC 9(09).
           10 WS-TG-ROLE                 PIC X(04).
             88 WS-TG-ROLE-TELLER        VALUES "BaTe" "BaTS".
             88 WS-TG-ROLE-CLIENT        VALUE "BaCl".
       COPY LOGGERINTERFACE.
       COPY AUDITINTERFACE.
       COPY ONBOARDINTERFACE.
       COPY CARDCREDITINTERFACE.
       COPY CARDCTLINTERFACE.
       COPY CARDVAULTINTERFACE.
       COPY LOYALTYINTERFACE.
      *
       LINKAGE SECTION.
       COPY DISPINTERFACE.
           EVALUATE TRUE ALSO TRUE
             WHEN I-DISP-METHOD-GET    ALSO I-DISP-OBJ-CARD-LIST
               PERFORM F-READ-CARD-LIST
             WHEN I-DISP-METHOD-GET    ALSO I-DISP-OBJ-CARD-ITEM
               PERFORM F-READ-CARD-ITEM
             WHEN I-DISP-METHOD-POST   ALSO I-DISP-OBJ-CARD-ITEM
               PERFORM F-ISSUE-CARD
             WHEN I-DISP-METHOD-PUT    ALSO I-DISP-OBJ-CARD-ITEM
               PERFORM F-UPDATE-CARD
             WHEN I-DISP-METHOD-DELETE ALSO I-DISP-OBJ-CARD-ITEM
               PERFORM F-CANCEL-CARD
             WHEN I-DISP-METHOD-GET    ALSO I-DISP-OBJ-POINTS
               PERFORM F-READ-POINTS
             WHEN I-DISP-METHOD-POST   ALSO I-DISP-OBJ-POINTS
               PERFORM F-REDEEM-POINTS
             WHEN OTHER
               SET O-DISP-ERR-DISP-BAD-ROUTE  TO TRUE
           END-EVALUATE
                   MOVE O-GET-CARD-COUNT      TO IND-1
                   MOVE CARD-ID          TO O-GET-CARD-ID(IND-1)
                   MOVE CARD-ACCOUNT-ID  TO O-GET-CARD-ACCID(IND-1)
                   MOVE CARD-LAST4
                                         TO O-GET-CARD-LAST4(IND-1)
                   MOVE CARD-TYPE        TO O-GET-CARD-TYPE(IND-1)
                   MOVE CARD-STATUS      TO O-GET-CARD-STATUS(IND-1)
           .
       F-READ-CARD-LIST-END.
           EXIT.
      ******************************************************************
       F-READ-CARD-ITEM SECTION.
           MOVE I-GET-CARD-ID                 TO CARD-ID
           SET FG-CARD-FOUND-Y                TO TRUE
           READ CARD-FILE
             INVALID KEY
               SET FG-CARD-FOUND-N            TO TRUE
           END-READ

           IF FG-CARD-FOUND-N
             SET O-DISP-ERR-CARD-NOT-FOUND    TO TRUE
             EXIT SECTION
           END-IF

           MOVE CARD-ACCOUNT-ID               TO WS-TG-ACC-ID
           PERFORM UT-GET-TARGET-USER-DATA-FROM-ACC-ID
           IF O-DISP-ERR-OK
             SET WS-TG-REQUIRES-VIEW          TO TRUE
             PERFORM UT-DEFAULT-PERMISSION-CHECK
           END-IF

           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           INITIALIZE CARDCTL-INTERFACE
           SET I-CTL-OP-GETITEM               TO TRUE
           MOVE CARD-ID                       TO I-CTL-CARDID
           SET PGNAME-CARDCTL                 TO TRUE
           CALL PROGNAME USING CARDCTL-INTERFACE

           MOVE CARD-ID                       TO O-GET-CARD-ITEM-ID
           MOVE CARD-LAST4                    TO O-GET-CARD-ITEM-LAST4
           MOVE CARD-STATUS                   TO O-GET-CARD-ITEM-STATUS
           MOVE O-CTL-SETTINGS                TO O-GET-CARD-CTL-SETTINGS
           .
       F-READ-CARD-ITEM-END.
           EXIT.
      ******************************************************************
       F-ISSUE-CARD SECTION.
           MOVE I-POST-CARD-ACCID             TO WS-TG-ACC-ID
             EXIT SECTION
           END-IF

      *    A CARD ON A MINOR'S ACCOUNT (SEE CUSTPROFILERECORD) IS
      *    ASKED FOR BY THE GUARDIAN OR AT THE BRANCH, NEVER BY THE
      *    MINOR'S OWN LOGIN, AND IS ONLY EVER A DEBIT CARD -- NO
      *    CREDIT LINE IS OPENED FOR A MINOR. THE MINOR MAY STILL
      *    BLOCK OR CANCEL THEIR OWN CARD.
           PERFORM UT-CHECK-MINOR-GUARDIAN
           IF FG-TG-MINOR-Y
             IF U-DISP-LOGIN-CLIENT AND FG-LOGIN-GUARDIAN-N
               SET O-DISP-ERR-MINOR-GUARDIAN-ONLY TO TRUE
               MOVE 1                         TO I-ERR-PARAM-COUNT
               MOVE WS-TG-CUST-ID             TO I-ERR-PARAM (1)
               EXIT SECTION
             END-IF
             IF I-POST-CARD-TYPE = "C"
               SET O-DISP-ERR-CARD-BAD-TYPE   TO TRUE
               MOVE 1                         TO I-ERR-PARAM-COUNT
               MOVE I-POST-CARD-TYPE          TO I-ERR-PARAM (1)
               EXIT SECTION
             END-IF
           END-IF

           PERFORM F-FIND-NEXT-ID

      *    SAME CARD-NUMBER (CARDVAULT ISSUE) AND EXPIRY GENERATION
      *    AS CARDMAINT.F-ISSUE-CARD, SO CARDS ISSUED THROUGH EITHER
      *    PATH ARE INDISTINGUISHABLE ON FILE.
           INITIALIZE CARD-RECORD
           MOVE WS-NEXT-ID                    TO CARD-ID
           MOVE I-POST-CARD-ACCID             TO CARD-ACCOUNT-ID
             INTO CARD-EXPIRY
           END-STRING

           INITIALIZE CARDVAULT-INTERFACE
           SET I-PV-OP-ISSUE                  TO TRUE
           MOVE PGM-ID                        TO I-PV-CALLER
           MOVE WS-NEXT-ID                    TO I-PV-CARDID
           MOVE I-POST-CARD-ACCID             TO I-PV-ACCOUNTID
           SET PGNAME-CARDVAULT               TO TRUE
           CALL PROGNAME USING CARDVAULT-INTERFACE

           IF NOT CARDVAULT-STATUS-OK
             SET O-DISP-ERR-CARD-VAULT-FAILED TO TRUE
             MOVE 1                           TO I-ERR-PARAM-COUNT
             MOVE CARDVAULT-STATUS            TO I-ERR-PARAM (1)
             EXIT SECTION
           END-IF
           MOVE O-PV-TOKEN                    TO CARD-TOKEN
           MOVE O-PV-LAST4                    TO CARD-LAST4

           SET CARD-STATUS-ISSUED             TO TRUE
           SET CARD-REISSUED-N                TO TRUE
           MOVE 0                             TO CARD-HOLD-ID
           MOVE 0                             TO CARD-HOLD-EXPIRY

      *    A CREDIT CARD NEEDS ITS REVOLVING LINE (SEE CARDCREDIT)
      *    BEFORE IT EXISTS -- NO LINE, NO CARD.
           IF CARD-TYPE-CREDIT
             PERFORM F-OPEN-CREDIT-LINE
             IF NOT O-DISP-ERR-OK
               EXIT SECTION
             END-IF
           END-IF

           WRITE CARD-RECORD

           MOVE CARD-ID                       TO O-POST-CARD-ID
           MOVE CARD-ACCOUNT-ID               TO O-POST-CARD-ACCID
           MOVE CARD-LAST4                    TO O-POST-CARD-LAST4
           MOVE CARD-TYPE                     TO O-POST-CARD-TYPE
           MOVE CARD-STATUS                   TO O-POST-CARD-STATUS
           MOVE CARD-EXPIRY                   TO O-POST-CARD-EXPIRY
           IF CARD-TYPE-CREDIT
             MOVE O-CCR-CREDIT-LIMIT
                                        TO O-POST-CARD-CREDIT-LIMIT
           END-IF

           PERFORM F-AUDIT-CREATE

           .
       F-ISSUE-CARD-END.
           EXIT.
      ******************************************************************
       F-OPEN-CREDIT-LINE SECTION.
           INITIALIZE CARDCREDIT-INTERFACE
           SET I-CCR-OP-OPEN                  TO TRUE
           MOVE CARD-ACCOUNT-ID               TO I-CCR-ACCOUNTID
           MOVE CARD-ID                       TO I-CCR-CARDID
           MOVE I-POST-CARD-CREDIT-LIMIT      TO I-CCR-AMOUNT
           SET PGNAME-CARDCREDIT              TO TRUE
           CALL PROGNAME USING CARDCREDIT-INTERFACE

           EVALUATE TRUE
             WHEN CARDCREDIT-STATUS-OK
               CONTINUE
             WHEN CARDCREDIT-STATUS-CREDIT-LIMIT
               SET O-DISP-ERR-CREDIT-LIMIT    TO TRUE
               MOVE 1                         TO I-ERR-PARAM-COUNT
               MOVE CARD-ACCOUNT-ID           TO I-ERR-PARAM (1)
             WHEN OTHER
               SET O-DISP-ERR-CARD-NO-CREDIT-LINE TO TRUE
               MOVE 1                         TO I-ERR-PARAM-COUNT
               MOVE CARD-ACCOUNT-ID           TO I-ERR-PARAM (1)
           END-EVALUATE
           .
       F-OPEN-CREDIT-LINE-END.
           EXIT.
      ******************************************************************
       F-UPDATE-CARD SECTION.
           IF NOT I-PUT-CARD-ACT-ACTIVATE
             AND NOT I-PUT-CARD-ACT-BLOCK
             AND NOT I-PUT-CARD-ACT-CONTROLS
             SET O-DISP-ERR-CARD-BAD-ACTION   TO TRUE
             MOVE 1                           TO I-ERR-PARAM-COUNT
             MOVE I-PUT-CARD-ACTION           TO I-ERR-PARAM (1)
             EXIT SECTION
           END-IF

           EVALUATE TRUE
             WHEN I-PUT-CARD-ACT-ACTIVATE
               SET CARD-STATUS-ACTIVE         TO TRUE
               REWRITE CARD-RECORD
             WHEN I-PUT-CARD-ACT-BLOCK
               SET CARD-STATUS-BLOCKED        TO TRUE
               REWRITE CARD-RECORD
             WHEN I-PUT-CARD-ACT-CONTROLS
               PERFORM F-PUT-CARD-CONTROLS
               IF NOT O-DISP-ERR-OK
                 EXIT SECTION
               END-IF
           END-EVALUATE

           MOVE CARD-ID                       TO O-PUT-CARD-ID
           MOVE CARD-STATUS                   TO O-PUT-CARD-STATUS
           .
       F-UPDATE-CARD-END.
           EXIT.
      ******************************************************************
       F-PUT-CARD-CONTROLS SECTION.
      *    THE CARD'S STATUS IS UNTOUCHED -- ONLY THE CONTROLS ROW ON
      *    files/cardcontrols.dat IS REPLACED.
           INITIALIZE CARDCTL-INTERFACE
           SET I-CTL-OP-PUT                   TO TRUE
           MOVE CARD-ID                       TO I-CTL-CARDID
           MOVE I-PUT-CARD-CTL-SETTINGS       TO I-CTL-SETTINGS
           MOVE U-DISP-LOGIN-ID               TO I-CTL-ACTOR-BUSR-ID
           SET PGNAME-CARDCTL                 TO TRUE
           CALL PROGNAME USING CARDCTL-INTERFACE

           IF NOT CARDCTL-STATUS-OK
             SET O-DISP-ERR-CARD-BAD-CONTROLS TO TRUE
             MOVE 1                           TO I-ERR-PARAM-COUNT
             MOVE CARD-ID                     TO I-ERR-PARAM (1)
           END-IF
           .
       F-PUT-CARD-CONTROLS-END.
           EXIT.
      ******************************************************************
       F-CANCEL-CARD SECTION.
           MOVE I-DEL-CARD-ID                 TO CARD-ID
           .
       F-FIND-NEXT-ID-END.
           EXIT.
      ******************************************************************
       F-READ-POINTS SECTION.
           MOVE I-GET-PTS-ACCID               TO WS-TG-ACC-ID
           PERFORM UT-GET-TARGET-USER-DATA-FROM-ACC-ID
           IF O-DISP-ERR-OK
             SET WS-TG-REQUIRES-VIEW          TO TRUE
             PERFORM UT-DEFAULT-PERMISSION-CHECK
           END-IF

           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           INITIALIZE LOYALTY-INTERFACE
           SET I-LY-OP-BALANCE                TO TRUE
           MOVE I-GET-PTS-ACCID               TO I-LY-ACCOUNT-ID
           SET PGNAME-LOYALTY                 TO TRUE
           CALL PROGNAME USING LOYALTY-INTERFACE

           IF NOT LOYALTY-STATUS-OK
             PERFORM F-MAP-LOYALTY-STATUS
             EXIT SECTION
           END-IF

           MOVE O-LY-CUSTOMER-ID              TO O-GET-PTS-CUSTID
           MOVE O-LY-BALANCE                  TO O-GET-PTS-BALANCE
           MOVE O-LY-EARNED                   TO O-GET-PTS-EARNED
           MOVE O-LY-REVERSED                 TO O-GET-PTS-REVERSED
           MOVE O-LY-REDEEMED                 TO O-GET-PTS-REDEEMED
           MOVE O-LY-EXPIRED                  TO O-GET-PTS-EXPIRED
           MOVE O-LY-NEXT-EXPIRY-DATE
                                   TO O-GET-PTS-NEXT-EXPIRY-DATE
           MOVE O-LY-NEXT-EXPIRY-POINTS
                                   TO O-GET-PTS-NEXT-EXPIRY-POINTS
           .
       F-READ-POINTS-END.
           EXIT.
      ******************************************************************
       F-REDEEM-POINTS SECTION.
      *    REDEEMING PUTS MONEY ON THE ACCOUNT, SO IT NEEDS THE SAME
      *    FULL ACCESS AS ANY OTHER CARD ACTION; A JOINT OWNER WITH
      *    VIEW ACCESS MAY LOOK AT THE POINTS BUT NOT SPEND THEM.
           MOVE I-POST-PTS-ACCID              TO WS-TG-ACC-ID
           PERFORM UT-GET-TARGET-USER-DATA-FROM-ACC-ID
           IF O-DISP-ERR-OK
             SET WS-TG-REQUIRES-FULL          TO TRUE
             PERFORM UT-DEFAULT-PERMISSION-CHECK
           END-IF

           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           INITIALIZE LOYALTY-INTERFACE
           SET I-LY-OP-REDEEM                 TO TRUE
           MOVE I-POST-PTS-ACCID              TO I-LY-ACCOUNT-ID
           MOVE I-POST-PTS-POINTS             TO I-LY-POINTS
           MOVE U-DISP-LOGIN-ID               TO I-LY-ACTOR-BUSR-ID
           SET PGNAME-LOYALTY                 TO TRUE
           CALL PROGNAME USING LOYALTY-INTERFACE

           IF NOT LOYALTY-STATUS-OK
             PERFORM F-MAP-LOYALTY-STATUS
             EXIT SECTION
           END-IF

           MOVE I-POST-PTS-ACCID              TO O-POST-PTS-ACCID
           MOVE O-LY-POINTS                   TO O-POST-PTS-POINTS
           MOVE O-LY-CREDIT                   TO O-POST-PTS-CREDIT
           MOVE O-LY-CURRENCY                 TO O-POST-PTS-CURRENCY
           MOVE O-LY-NEW-ACC-BALANCE          TO O-POST-PTS-ACC-BALANCE
           MOVE O-LY-BALANCE                  TO O-POST-PTS-BALANCE

           INITIALIZE AUDIT-INTERFACE
           MOVE "POINTS"                      TO I-AUDIT-ENTITY
           MOVE O-LY-CUSTOMER-ID              TO I-AUDIT-ENTITY-ID
           SET I-AUDIT-ACT-CREATE             TO TRUE
           MOVE U-DISP-LOGIN-ID               TO I-AUDIT-ACTOR-BUSR-ID
           SET PGNAME-AUDITLOG                TO TRUE
           CALL PROGNAME USING AUDIT-INTERFACE
           .
       F-REDEEM-POINTS-END.
           EXIT.
      ******************************************************************
       F-MAP-LOYALTY-STATUS SECTION.
           MOVE 1                             TO I-ERR-PARAM-COUNT
           EVALUATE TRUE
             WHEN LOYALTY-STATUS-NOT-FOUND
               SET O-DISP-ERR-DB-ITEM-NOT-FOUND TO TRUE
               MOVE I-LY-ACCOUNT-ID           TO I-ERR-PARAM (1)
             WHEN LOYALTY-STATUS-INSUFFICIENT
               SET O-DISP-ERR-POINTS-INSUFFICIENT TO TRUE
               MOVE I-LY-POINTS               TO I-ERR-PARAM (1)
             WHEN LOYALTY-STATUS-BAD-DATA
               SET O-DISP-ERR-POINTS-BAD-REQUEST TO TRUE
               MOVE I-LY-ACCOUNT-ID           TO I-ERR-PARAM (1)
             WHEN OTHER
               SET O-DISP-ERR-POINTS-NOT-POSTED TO TRUE
               MOVE LOYALTY-STATUS            TO I-ERR-PARAM (1)
           END-EVALUATE
           .
       F-MAP-LOYALTY-STATUS-END.
           EXIT.
      ******************************************************************
       F-AUDIT-CREATE SECTION.
           INITIALIZE AUDIT-INTERFACE
      *
             WHEN U-DISP-LOGIN-CLIENT
      *        Client can act on their own accounts, or an account
      *        they are a registered joint owner of (see JOINTACC),
      *        or a minor's account they are the guardian of (see
      *        CUSTPROFILERECORD), or a legal entity's account they
      *        hold sole signing power on (see CUSTRELATIONRECORD).
               PERFORM UT-CHECK-MINOR-GUARDIAN
               IF NOT WS-TG-BUSR-ID = U-DISP-LOGIN-ID
                 AND FG-LOGIN-GUARDIAN-N
                 PERFORM UT-CHECK-ENTITY-REP
                 IF FG-LOGIN-REP-N
                   PERFORM UT-CHECK-JOINT-OWNER
                   IF NOT FG-JA-FOUND-Y
                     SET O-DISP-ERR-AUTH-CLT-TO-OTHER  TO TRUE
                   END-IF
                 END-IF
               END-IF
             WHEN OTHER
      *
       UT-DEFAULT-PERMISSION-CHECK-END.
           EXIT.
      ******************************************************************
       UT-CHECK-ENTITY-REP SECTION.
      *    SETS FG-LOGIN-REP-Y WHEN WS-TG-CUST-ID IS AN ACTIVE LEGAL
      *    ENTITY (SEE CUSTENTITYRECORD) AND THE LOGGED-IN CLIENT IS
      *    ONE OF ITS ACTIVE REPRESENTATIVES WITH SOLE SIGNING POWER
      *    -- A CARD DEBITS THE ACCOUNT, SO A VIEW-ONLY REPRESENTATIVE
      *    GETS NO CARD AUTHORITY. SAME WALK AS
      *    ACCBO.UT-CHECK-ENTITY-REP.
           SET FG-LOGIN-REP-N              TO TRUE

           OPEN INPUT CUST-ENTITY-FILE
           IF WS-CE-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           MOVE WS-TG-CUST-ID              TO CE-CUSTOMERID
           READ CUST-ENTITY-FILE
             INVALID KEY
               MOVE SPACES                 TO CE-STATUS
           END-READ
           CLOSE CUST-ENTITY-FILE
           IF NOT CE-IS-ACTIVE
             EXIT SECTION
           END-IF

           OPEN INPUT CUST-RELATION-FILE
           IF WS-CR-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           MOVE WS-TG-CUST-ID              TO CR-ENTITY-CUSTID
           SET CR-ROLE-REPRESENTATIVE      TO TRUE
           MOVE 0                          TO CR-PERSON-CUSTID
           START CUST-RELATION-FILE KEY IS NOT LESS THAN CR-KEY
             INVALID KEY
               SET FG-MORE-CR-ROWS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-CR-ROWS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-CR-ROWS-N
             READ CUST-RELATION-FILE NEXT RECORD
               AT END
                 SET FG-MORE-CR-ROWS-N     TO TRUE
               NOT AT END
                 IF CR-ENTITY-CUSTID NOT = WS-TG-CUST-ID
                   OR NOT CR-ROLE-REPRESENTATIVE
                   SET FG-MORE-CR-ROWS-N   TO TRUE
                 ELSE
                   IF CR-IS-ACTIVE AND CR-SIGN-SOLE
                     INITIALIZE CUSTDB-INTERFACE
                     MOVE CR-PERSON-CUSTID TO I-CUST-CUSTID
                     SET I-CUST-OP-GET-ITEM
                                           TO TRUE
                     SET PGNAME-CUSTDB     TO TRUE
                     CALL PROGNAME USING CUSTDB-INTERFACE
                     IF CUST-STATUS-OK
                       AND O-CUST-BANKUSERID (1) = U-DISP-LOGIN-ID
                       SET FG-LOGIN-REP-Y  TO TRUE
                       SET FG-MORE-CR-ROWS-N
                                           TO TRUE
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CUST-RELATION-FILE
           .
       UT-CHECK-ENTITY-REP-END.
           EXIT.
      ******************************************************************
       UT-CHECK-MINOR-GUARDIAN SECTION.
      *    SETS FG-TG-MINOR-Y WHEN WS-TG-CUST-ID IS A MINOR, AND
      *    FG-LOGIN-GUARDIAN-Y WHEN THE LOGGED-IN CLIENT IS THEIR
      *    DESIGNATED GUARDIAN -- SAME RULE AS ACCBO.UT-CHECK-MINOR-
      *    GUARDIAN. NO PROFILE FILE OR NO ROW MEANS AN ADULT.
           SET FG-TG-MINOR-N               TO TRUE
           SET FG-LOGIN-GUARDIAN-N         TO TRUE
           MOVE 0                          TO WS-MINOR-GUARDIAN-CUSTID

           OPEN INPUT CUST-PROFILE-FILE
           IF WS-CP-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           MOVE WS-TG-CUST-ID              TO CP-CUSTOMERID
           READ CUST-PROFILE-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CP-IS-MINOR
                 SET FG-TG-MINOR-Y         TO TRUE
                 MOVE CP-GUARDIAN-CUSTID   TO WS-MINOR-GUARDIAN-CUSTID
               END-IF
           END-READ
           CLOSE CUST-PROFILE-FILE

           IF FG-TG-MINOR-N
             OR WS-MINOR-GUARDIAN-CUSTID = 0
             OR NOT U-DISP-LOGIN-CLIENT
             EXIT SECTION
           END-IF

           INITIALIZE CUSTDB-INTERFACE
           MOVE WS-MINOR-GUARDIAN-CUSTID   TO I-CUST-CUSTID
           SET I-CUST-OP-GET-ITEM          TO TRUE
           SET PGNAME-CUSTDB               TO TRUE
           CALL PROGNAME USING CUSTDB-INTERFACE
           IF CUST-STATUS-OK
             AND O-CUST-BANKUSERID (1) = U-DISP-LOGIN-ID
             SET FG-LOGIN-GUARDIAN-Y       TO TRUE
           END-IF
           .
       UT-CHECK-MINOR-GUARDIAN-END.
           EXIT.
      ******************************************************************
       UT-CHECK-JOINT-OWNER SECTION.
           PERFORM UT-OPEN-JOINT-ACC
