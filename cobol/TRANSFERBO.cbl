           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BN-KEY
           FILE STATUS IS WS-BN-FILE-STATUS.

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

           SELECT INSTANT-PAY-FILE ASSIGN TO "files/instantpay.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IP-ID
           FILE STATUS IS WS-IP-FILE-STATUS.

           SELECT INSTANT-MSG-FILE ASSIGN TO
           "files/instant_outbound.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IM-FILE-STATUS.

           SELECT PAY-REQUEST-FILE ASSIGN TO "files/payrequests.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-ID
           FILE STATUS IS WS-PR-FILE-STATUS.

           SELECT PROXY-FILE ASSIGN TO "files/proxyreg.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PX-KEY
           FILE STATUS IS WS-PX-FILE-STATUS.

           SELECT PROXY-DIR-FILE ASSIGN TO "files/proxydirectory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PD-KEY
           FILE STATUS IS WS-PD-FILE-STATUS.

      *    READ ONLY HERE -- A PROXY MUST BE A CURRENT CONTACT ROW.
           SELECT CUST-CONTACT-FILE ASSIGN TO "files/custcontact.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CN-KEY
           FILE STATUS IS WS-CN-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************

       FD  BENEFICIARY-FILE.
       COPY BENEFICIARYRECORD.

       FD  CUST-PROFILE-FILE.
       COPY CUSTPROFILERECORD.

       FD  CUST-ENTITY-FILE.
       COPY CUSTENTITYRECORD.

       FD  CUST-RELATION-FILE.
       COPY CUSTRELATIONRECORD.

       FD  INSTANT-PAY-FILE.
       COPY INSTPAYRECORD.

       FD  INSTANT-MSG-FILE.
       COPY INSTMSGRECORD.

       FD  PAY-REQUEST-FILE.
       COPY PAYREQRECORD.

       FD  PROXY-FILE.
       COPY PROXYRECORD.

       FD  PROXY-DIR-FILE.
       COPY PROXYDIRRECORD.

       FD  CUST-CONTACT-FILE.
       COPY CONTACTRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.
      *
         88 PGNAME-BUSDATE               VALUE "BUSDATE             ".
         88 PGNAME-SCREENCHK             VALUE "SCREENCHK           ".
         88 PGNAME-PARAMSTORE            VALUE "PARAMSTORE          ".
         88 PGNAME-NOTICE                VALUE "NOTICE              ".
         88 PGNAME-HOLDDB                VALUE "HOLDDB              ".
         88 PGNAME-STAFFCHK              VALUE "STAFFCHK            ".

       01 CONSTANTS.
      *    A SINGLE TRANSFER AT OR ABOVE THIS AMOUNT IS FLAGGED AS
      *    SUSPICIOUS ACTIVITY (SEE F-CHECK-FRAUD).
         05 K-FRAUD-AMOUNT-THRESHOLD     PIC 9(10)V99 VALUE 10000.00.

      *    HIGH-VALUE APPROVAL ROUTING (SEE F-CREATE-APPROVAL-REQUEST
      *    AND TRANSAPPR.cbl) -- SHARED WITH ACCBO'S WITHDRAWAL
      *    THE "IS THIS THE LAST PAGE" CHECK BELOW NEVER FIRES.
         COPY PAGINGCONFIG.

      *    DEFAULT MINOR DEBIT LIMITS (SEE UT-CHECK-MINOR-GUARDIAN
      *    AND F-CHECK-SOURCE-MINOR-LIMITS).
         COPY MINORCONFIG.

      *    MAX LEGS ON ONE SWEEP REQUEST (SEE F-CREATE-SWEEP) -- MUST
      *    MATCH THE I-SWEEP-LEG-ELEM/O-SWEEP-LEG-ELEM OCCURS COUNT IN
      *    DISPINTERFACE, WHICH IS SIZED TO FIT THE SHARED I-DISP-DATA
      *    UNION.
         05 K-SWEEP-MAX-LEGS             PIC 9(02) VALUE 4.

      *    INSTANT PAYMENT SCHEME CURRENCY, CEILING AND TIMEOUTS (SEE
      *    F-CREATE-INSTANT-PAYMENT AND INSTRESP).
         COPY INSTPAYCONFIG.

      *    REQUEST-TO-PAY EXPIRY AND PER-PAYER CAP (SEE
      *    F-CREATE-PAY-REQUEST).
         COPY PAYREQCONFIG.

      *    OUR PARTICIPANT CODE ON THE CENTRAL PROXY DIRECTORY (SEE
      *    F-CREATE-PROXY).
         COPY PROXYCONFIG.

      *    WHAT HAPPENS WHEN THE ACTING USER IS LINKED TO EITHER
      *    ACCOUNT -- SECOND-PERSON APPROVAL OR REFUSAL (SEE STAFFCHK
      *    AND F-CHECK-STAFF-TRANSFER).
         COPY STAFFCONFIG.

       01 INTERNAL-VARS.
         05 WS-ERROR-SOURCE              PIC X(20).
         05 WS-APR-FILE-STATUS           PIC XX VALUE SPACES.
         05 FG-MORE-JA-ROWS              PIC X(01).
           88 FG-MORE-JA-ROWS-Y          VALUE "Y".
           88 FG-MORE-JA-ROWS-N          VALUE "N".
         05 WS-JA-SCAN-ACC-ID            PIC 9(09).
         05 WS-FXR-FILE-STATUS           PIC X(02).
         05 WS-FXR-PAIR                  PIC X(06).
         05 WS-DEC-FILE-STATUS           PIC X(02).
      *  F-LOAD-RUNTIME-PARAMS FROM THE PARAMETER STORE, COPYBOOK
      *  DEFAULTS WHEN NO ROW APPLIES.
         05 WS-CUR-VEL-MAX-COUNT         PIC 9(03).
         05 WS-CUR-VEL-MAX-AMOUNT        PIC 9(10)V99.
         05 WS-CUR-APPROVAL-THR          PIC 9(10)V99.
         05 WS-CUR-STEPUP-THR            PIC 9(10)V99.
      *  WORKING VARIABLES FOR THE BENEFICIARY IBAN MOD-97 CHECK
         05 WS-BNV-IBAN                  PIC X(30).
         05 WS-BNV-REARR                 PIC X(34).
         05 FG-OWNER-DECEASED            PIC X(01).
           88 FG-OWNER-DECEASED-Y        VALUE "Y".
           88 FG-OWNER-DECEASED-N        VALUE "N".
      *  SOURCE IS A NOTICE SAVINGS ACCOUNT (F-CHECK-SOURCE-NOTICE)
         05 FG-SOURCE-NOTICE             PIC X(01) VALUE "N".
           88 FG-SOURCE-NOTICE-Y         VALUE "Y".
           88 FG-SOURCE-NOTICE-N         VALUE "N".
      *  ACTING USER IS LINKED TO EITHER ACCOUNT
      *  (F-CHECK-STAFF-TRANSFER)
         05 FG-STAFF-CONFLICT            PIC X(01) VALUE "N".
           88 FG-STAFF-CONFLICT-Y        VALUE "Y".
           88 FG-STAFF-CONFLICT-N        VALUE "N".
         05 WS-STAFF-CHECK-IBAN          PIC X(30).
      *  MINOR-OWNER STATE OF THE SOURCE CUSTOMER AND THE LIMITS IT
      *  RUNS UNDER, FILLED BY UT-CHECK-MINOR-GUARDIAN.
         05 WS-CP-FILE-STATUS            PIC X(02).
         05 FG-TG-MINOR                  PIC X(01).
           88 FG-TG-MINOR-Y              VALUE "Y".
           88 FG-TG-MINOR-N              VALUE "N".
         05 FG-LOGIN-GUARDIAN            PIC X(01).
           88 FG-LOGIN-GUARDIAN-Y        VALUE "Y".
           88 FG-LOGIN-GUARDIAN-N        VALUE "N".
         05 WS-MINOR-GUARDIAN-CUSTID     PIC 9(09).
         05 WS-MINOR-TXN-LIMIT           PIC 9(10)V99.
         05 WS-MINOR-DAILY-LIMIT         PIC 9(10)V99.
         05 WS-MINOR-AMOUNT-EDITED       PIC Z(09)9.99.
         05 WS-NTC-AMOUNT-EDITED         PIC Z(09)9.99.
      *  SET BY UT-CHECK-ENTITY-REP WHEN THE LOGGED-IN CLIENT ACTS AS
      *  AN AUTHORIZED REPRESENTATIVE OF A LEGAL-ENTITY SOURCE OWNER,
      *  WITH THE SIGNING POWER AND LIMIT THEY HOLD.
         05 WS-CE-FILE-STATUS            PIC X(02).
         05 WS-CR-FILE-STATUS            PIC X(02).
         05 FG-LOGIN-REP                 PIC X(01).
           88 FG-LOGIN-REP-Y             VALUE "Y".
           88 FG-LOGIN-REP-N             VALUE "N".
         05 FG-MORE-CR-ROWS              PIC X(01).
           88 FG-MORE-CR-ROWS-Y          VALUE "Y".
           88 FG-MORE-CR-ROWS-N          VALUE "N".
         05 WS-REP-SIGNING-POWER         PIC X(01).
           88 WS-REP-SIGN-SOLE           VALUE "S".
         05 WS-REP-SIGNING-LIMIT         PIC 9(10)V99.
         05 WS-REP-CHECK-AMOUNT          PIC 9(10)V99.

         05 WS-VEL-PAGE-NUMBER           PIC 9(05).
         05 WS-VEL-COUNT                 PIC 9(03).
         05 WS-VEL-AMOUNT                PIC 9(10)V99.
         05 WS-FRAUD-REASON              PIC X(40).

      *  INSTANT PAYMENT SUBMISSION (F-CREATE-INSTANT-PAYMENT).
         05 WS-IP-FILE-STATUS            PIC X(02).
         05 WS-IM-FILE-STATUS            PIC X(02).
         05 WS-IP-NEXT-ID                PIC 9(05).
         05 WS-IP-REFERENCE              PIC X(20).
         05 WS-IP-HOLD-ID                PIC 9(05).
         05 WS-IP-CEILING                PIC 9(10)V99.
         05 WS-IP-AMOUNT-EDITED          PIC Z(09)9.99.
         05 WS-IP-NOW-SECS               PIC 9(05).
         05 FG-MORE-IP-ROWS              PIC X(01).
           88 FG-MORE-IP-ROWS-Y          VALUE "Y".
           88 FG-MORE-IP-ROWS-N          VALUE "N".
      *  REQUEST-TO-PAY (F-CREATE-PAY-REQUEST/F-ANSWER-PAY-REQUEST).
      *  THE ANSWER IS COPIED OUT OF I-DISP-DATA BEFORE AN ACCEPT
      *  REUSES THAT UNION FOR THE TRANSFER IT POSTS.
         05 WS-PR-FILE-STATUS            PIC X(02).
         05 WS-PR-NEXT-ID                PIC 9(05).
         05 WS-PR-PENDING-COUNT          PIC 9(05).
         05 WS-PR-REQ-CUSTID             PIC 9(09).
         05 WS-PR-REQ-CURRENCY           PIC X(03).
         05 WS-PR-PAYER-CUSTID           PIC 9(09).
         05 WS-PR-PAYER-IBAN             PIC X(30).
         05 WS-PR-EXPIRY-DATE            PIC 9(08).
         05 WS-PR-EVENT                  PIC X(10).
         05 WS-PR-ANSWER.
           10 WS-PR-ID                   PIC 9(05).
           10 WS-PR-ACTION               PIC X(01).
             88 WS-PR-ACCEPT             VALUE "A".
             88 WS-PR-DECLINE            VALUE "D".
           10 WS-PR-SRCIBAN              PIC X(30).
           10 WS-PR-STEPUP-CODE          PIC 9(06).
         05 FG-MORE-PR-ROWS              PIC X(01).
           88 FG-MORE-PR-ROWS-Y          VALUE "Y".
           88 FG-MORE-PR-ROWS-N          VALUE "N".
      *  PAYMENT PROXIES (F-CREATE-PROXY AND FRIENDS). THE REQUEST IS
      *  COPIED OUT OF I-DISP-DATA FIRST -- F-CHECK-STEPUP READS ITS
      *  CODE FROM THE TRANSFER VIEW OF THE SAME AREA.
         05 WS-PX-FILE-STATUS            PIC XX VALUE SPACES.
         05 WS-PD-FILE-STATUS            PIC XX VALUE SPACES.
         05 WS-CN-FILE-STATUS            PIC XX VALUE SPACES.
         05 WS-PX-REQUEST.
           10 WS-PX-CUSTID               PIC 9(09).
           10 WS-PX-TYPE                 PIC X(01).
             88 WS-PX-TYPE-EMAIL         VALUE "E".
             88 WS-PX-TYPE-VALID         VALUES "T" "E".
           10 WS-PX-VALUE                PIC X(60).
           10 WS-PX-IBAN                 PIC X(30).
           10 WS-PX-STEPUP-CODE          PIC 9(06).
         05 WS-PX-ACC-ID                 PIC 9(09).
         05 WS-PX-CONTACT-SEQ            PIC 9(05).
         05 WS-PX-NAME                   PIC X(35).
         05 WS-PX-EVENT                  PIC X(10).
         05 WS-PX-RESULT                 PIC X(10).
         05 WS-PX-IBAN-LEN               PIC 9(02).
         05 WS-PX-MASKED-IBAN            PIC X(30).
         05 FG-PX-CONTACT-FOUND          PIC X(01).
           88 FG-PX-CONTACT-FOUND-Y      VALUE "Y".
           88 FG-PX-CONTACT-FOUND-N      VALUE "N".
         05 FG-MORE-PX-ROWS              PIC X(01).
           88 FG-MORE-PX-ROWS-Y          VALUE "Y".
           88 FG-MORE-PX-ROWS-N          VALUE "N".
      *  ACTIVE HOLDS ON THE SOURCE ACCOUNT (F-GET-HELD-TOTAL).
         05 WS-HELD-TOTAL                PIC 9(12)V99.
         05 WS-HOLD-PAGE-NUMBER          PIC 9(05).
         05 FG-MORE-HOLD-PAGES           PIC X(01).
           88 FG-MORE-HOLD-PAGES-Y       VALUE "Y".
           88 FG-MORE-HOLD-PAGES-N       VALUE "N".

         05 WS-TIME-RAW                  PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
           10 WS-TIME-HH                 PIC X(02).
      *  DATA MOVED AROUND BETWEEN THE CALLS OF THE MODULES
         05 WS-BUFFER.
           10 WS-BF-TRANSFER-ID          PIC 9(05).
           10 WS-BF-NEW-BALANCE          PIC S9(10)V99.
           10 WS-BF-ACC-ID               PIC 9(09).
           10 WS-BF-ACC-BALANCE          PIC S9(10)V99.
           10 WS-BF-BUSR-ID              PIC 9(09).
           10 WS-BF-CUST-ID              PIC 9(09).
           10 WS-BF-ROLE                 PIC X(04).
           10 WS-BF-ACC-IBAN1            PIC X(30).
           10 WS-BF-ACC-IBAN2            PIC X(30).
           10 WS-BF-ACC-CURRENCY1        PIC X(3).
           10 WS-BF-ACC-CURRENCY2        PIC X(3).
           10 WS-BF-ACC-BALANCE1         PIC S9(10)V99.
           10 WS-BF-ACC-BALANCE2         PIC S9(10)V99.
           10 WS-BF-ACC-ID1              PIC 9(09).
           10 WS-BF-ACC-ID2              PIC 9(09).
           10 WS-BF-AMOUNT               PIC S9(10)V99.
           10 WS-BF-FX-RATE              PIC 9(03)V9999 VALUE 1.0000.
           10 WS-BF-DEST-CREDIT          PIC S9(10)V99.

      *  ONE SWEEP REQUEST HELD OUTSIDE THE I-DISP-DATA/O-DISP-DATA-
      *  OUT UNIONS WHILE EACH LEG IS POSTED -- F-CREATE-TRANSFER
           10 WS-SWEEP-FAIL-CODE         PIC X(04).
           10 WS-SWEEP-LEG-ELEM          OCCURS 4 TIMES.
             15 WS-SWEEP-LEG-IBAN        PIC X(30).
             15 WS-SWEEP-LEG-AMOUNT      PIC 9(10)V99.
             15 WS-SWEEP-LEG-ID          PIC 9(05).
             15 WS-SWEEP-LEG-STATUS      PIC X(10).

         05 WS-SWEEP-REVERSAL.
           10 WS-REV-SRC-IBAN            PIC X(30).
           10 WS-REV-DEST-IBAN           PIC X(30).
           10 WS-REV-AMOUNT              PIC 9(10)V99.
           10 WS-REV-SRC-ID              PIC 9(09).
           10 WS-REV-DEST-ID             PIC 9(09).
           10 WS-REV-SRC-CURRENCY        PIC X(03).
           10 WS-REV-DEST-CURRENCY       PIC X(03).
           10 WS-REV-SRC-NEWBAL          PIC S9(10)V99.
           10 WS-REV-DEST-NEWBAL         PIC S9(10)V99.
           10 FG-REV-OK                  PIC X(01).
             88 FG-REV-OK-Y              VALUE "Y".
             88 FG-REV-OK-N              VALUE "N".

      *  RELEVANT DATA FOR THE USER ON WHICH THE ACTION IS PERFORMED
         05 WS-TARGET-USER.
           10 WS-TG-BUSR-ID              PIC 9(09).
           10 WS-TG-ROLE                 PIC X(04).
             88 WS-TG-ROLE-TELLER        VALUES "BaTe" "BaTS".
             88 WS-TG-ROLE-CLIENT        VALUE "BaCl".
             88 WS-TG-ROLE-ADMIN         VALUE "BaAd".
           10 WS-TG-ACC-ID               PIC 9(09).
      *    TIER OF ACCESS THE OPERATION BEING ATTEMPTED REQUIRES OF A
      *    JOINT OWNER (SEE JOINTACC/JA-PERM-LEVEL) -- SET BY WHICHEVER
      *    F-* SECTION IS ABOUT TO CALL UT-DEFAULT-PERMISSION-CHECK,

       01 INDEXES.
         05 IND-1                        PIC 9(03).
         05 IND-2                        PIC 9(03).


      ******************************************************************
       COPY BUSDATEINTERFACE.
       COPY PARAMINTERFACE.
       COPY SCREENINTERFACE.
       COPY NOTICEINTERFACE.
       COPY HOLDINTERFACE.
       COPY STAFFCHKINTERFACE.
      *
       LINKAGE SECTION.
       COPY DISPINTERFACE.
               PERFORM F-REMOVE-BENEFICIARY
             WHEN I-DISP-METHOD-GET    ALSO I-DISP-OBJ-BENEFICIARY
               PERFORM F-READ-BENEFICIARY-LIST
             WHEN I-DISP-METHOD-POST   ALSO I-DISP-OBJ-PAYREQ
               PERFORM F-CREATE-PAY-REQUEST
             WHEN I-DISP-METHOD-PUT    ALSO I-DISP-OBJ-PAYREQ
               PERFORM F-ANSWER-PAY-REQUEST
             WHEN I-DISP-METHOD-GET    ALSO I-DISP-OBJ-PAYREQ
               PERFORM F-READ-PAY-REQUEST-LIST
             WHEN I-DISP-METHOD-POST   ALSO I-DISP-OBJ-PROXY
               PERFORM F-CREATE-PROXY
             WHEN I-DISP-METHOD-DELETE ALSO I-DISP-OBJ-PROXY
               PERFORM F-REMOVE-PROXY
             WHEN I-DISP-METHOD-GET    ALSO I-DISP-OBJ-PROXY
               IF I-GET-PX-CUSTID = 0
                 PERFORM F-LOOKUP-PROXY
               ELSE
                 PERFORM F-READ-PROXY-LIST
               END-IF
             WHEN OTHER
               SET O-DISP-ERR-TRANSFER-BAD-METHOD TO TRUE
               MOVE 1                   TO I-ERR-PARAM-COUNT 
             END-IF
           END-IF

           *> OR TO A PHONE NUMBER OR EMAIL ON THE CENTRAL PROXY
           *> DIRECTORY -- ONLY ONCE THE CUSTOMER HAS SEEN AND
           *> CONFIRMED THE NAME IT RESOLVES TO (SEE PROXYDIRRECORD).
           IF I-POST-TRANSFER-DESTIBAN = SPACES
             AND I-POST-TRANSFER-PROXY NOT = SPACES
             PERFORM F-RESOLVE-PROXY
             IF NOT O-DISP-ERR-OK
               EXIT SECTION
             END-IF
           END-IF

           *> GET THE DESTINATION OWNER ROLE
           MOVE I-POST-TRANSFER-SRCIBAN    TO WS-BF-ACC-IBAN1
           PERFORM UT-GET-USER-DATA
             EXIT SECTION
           END-IF

           *> A LEGAL ENTITY'S REPRESENTATIVE SIGNS NO TRANSFER
           *> OVER THEIR SIGNING LIMIT (SEE CUSTRELATIONRECORD).
           MOVE I-POST-TRANSFER-AMOUNT     TO WS-REP-CHECK-AMOUNT
           PERFORM F-CHECK-REP-SIGNING-LIMIT
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           *> A MINOR'S ACCOUNT RUNS UNDER THE MINOR DEBIT LIMITS
           *> (SEE CUSTPROFILERECORD) -- LOADED HERE WHILE WS-BF-
           *> CUST-ID IS STILL THE SOURCE OWNER, CHECKED BELOW ONCE
           *> F-CHECK-VELOCITY HAS SUMMED TODAY'S TRANSFERS.
           PERFORM UT-CHECK-MINOR-GUARDIAN

           *> A BANK USER MAY NOT MOVE MONEY ON THEIR OWN OR A DECLARED
           *> RELATIVE'S ACCOUNT UNCHECKED (SEE STAFFCHK) -- DEPENDING
           *> ON K-STAFF-CONFLICT-MODE THE TRANSFER IS HELD FOR A
           *> SECOND APPROVER BELOW, WHATEVER THE AMOUNT, OR REFUSED.
           SET FG-STAFF-CONFLICT-N         TO TRUE
           IF NOT U-DISP-LOGIN-CLIENT
             PERFORM F-CHECK-STAFF-TRANSFER
             IF NOT O-DISP-ERR-OK
               EXIT SECTION
             END-IF
           END-IF

           *> A PAYMENT TO ANOTHER BANK SENT THROUGH THE INSTANT
           *> PAYMENT SCHEME TAKES ITS OWN PATH FROM HERE -- THE
           *> DESTINATION IS NOT ON OUR BOOKS, AND NOTHING POSTS
           *> UNTIL THE SCHEME ANSWERS.
           IF I-POST-TRANSFER-INSTANT-Y
             PERFORM F-CREATE-INSTANT-PAYMENT
             EXIT SECTION
           END-IF

           *> CHECK ACCOUNTS HAVE THE SAME CURRENCY
           MOVE I-POST-TRANSFER-SRCIBAN    TO WS-BF-ACC-IBAN1
           MOVE I-POST-TRANSFER-DESTIBAN   TO WS-BF-ACC-IBAN2
             EXIT SECTION
           END-IF

           *> OUT OF A NOTICE SAVINGS ACCOUNT ONLY WHAT AN EXPIRED
           *> NOTICE COVERS MAY BE TRANSFERRED -- AN EARLY WITHDRAWAL
           *> IS A TELLER/WITHDRAW MATTER, NOT A TRANSFER (SEE NOTICE).
           PERFORM F-CHECK-SOURCE-NOTICE

           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           *> REJECT IF THIS TRANSFER WOULD PUSH THE SOURCE ACCOUNT
           *> OVER ITS DAILY TRANSFER-VELOCITY LIMIT.
           PERFORM F-CHECK-VELOCITY
             EXIT SECTION
           END-IF

           IF FG-TG-MINOR-Y
             PERFORM F-CHECK-SOURCE-MINOR-LIMITS
             IF NOT O-DISP-ERR-OK
               EXIT SECTION
             END-IF
           END-IF

           *> BLOCK A DESTINATION ON THE SANCTIONS/BLOCKLIST SCREENING
           *> LIST BEFORE ANY MONEY MOVES -- A HIT ALSO OPENS A FRAUD
           *> CASE FOR AN ANALYST TO CLEAR OR CONFIRM (SEE SCREENCHK/
             EXIT SECTION
           END-IF

           *> SO IS ANY TRANSFER A STAFF USER KEYS ON AN ACCOUNT THEY
           *> ARE LINKED TO (F-CHECK-STAFF-TRANSFER ABOVE).
           IF FG-STAFF-CONFLICT-Y
             PERFORM F-CREATE-APPROVAL-REQUEST
             EXIT SECTION
           END-IF

           *> POST TRANSFER
           INITIALIZE TRANSFERDB-INTERFACE
           SET I-TRANSFER-OP-POST          TO TRUE
           IF NOT O-DISP-ERR-OK
             PERFORM ROLLBACK-TRANSFER-POST
           ELSE
             IF FG-SOURCE-NOTICE-Y
               PERFORM F-SETTLE-SOURCE-NOTICE
             END-IF
             PERFORM F-CHECK-FRAUD
             PERFORM F-NOTIFY-CUSTOMER
           END-IF
                                             I-POST-TRANSFER-DESTIBAN
           END-IF
           MOVE WS-SWEEP-LEG-AMOUNT(IND-1)   TO I-POST-TRANSFER-AMOUNT
           MOVE SPACES                       TO I-POST-TRANSFER-INSTANT

           PERFORM F-CREATE-TRANSFER

             EXIT SECTION
           END-IF

           MOVE FUNCTION UPPER-CASE(I-POST-BN-IBAN)
                                           TO WS-BNV-IBAN
           PERFORM UT-VALIDATE-BENEF-IBAN
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
      *    AT ACCOUNT CREATION -- A BENEFICIARY IBAN IS USUALLY AT
      *    ANOTHER BANK, SO THE CHECKSUM IS THE ONLY VALIDATION
      *    AVAILABLE. IMPLEMENTED WITH A DIGIT-PAIR EXPANSION OF
      *    A=10..Z=35 AND A RUNNING MOD 97. THE CALLER LEAVES THE
      *    UPPER-CASED IBAN IN WS-BNV-IBAN.
           COMPUTE WS-BNV-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-BNV-IBAN))

             EXIT SECTION
           END-IF

           MOVE I-POST-FUT-AMOUNT          TO WS-REP-CHECK-AMOUNT
           PERFORM F-CHECK-REP-SIGNING-LIMIT
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

      *    ONLY THE MINOR'S SINGLE-DEBIT LIMIT CAN BE JUDGED NOW --
      *    THE DAY'S TOTAL BELONGS TO THE VALUE DATE.
           PERFORM UT-CHECK-MINOR-GUARDIAN
           IF FG-TG-MINOR-Y
             AND I-POST-FUT-AMOUNT > WS-MINOR-TXN-LIMIT
             SET O-DISP-ERR-MINOR-LIMIT    TO TRUE
             MOVE 2                        TO I-ERR-PARAM-COUNT
             MOVE WS-MINOR-TXN-LIMIT       TO WS-MINOR-AMOUNT-EDITED
             MOVE FUNCTION TRIM(WS-MINOR-AMOUNT-EDITED)
                                           TO I-ERR-PARAM (1)
             MOVE I-POST-FUT-AMOUNT        TO WS-MINOR-AMOUNT-EDITED
             MOVE FUNCTION TRIM(WS-MINOR-AMOUNT-EDITED)
                                           TO I-ERR-PARAM (2)
             EXIT SECTION
           END-IF

           MOVE I-POST-FUT-SRCIBAN         TO WS-BF-ACC-IBAN1
           MOVE I-POST-FUT-DESTIBAN        TO WS-BF-ACC-IBAN2
           PERFORM UT-CURRENCY-MATCH
       UT-NEXT-FUTURE-ID-END.
           EXIT.
      ******************************************************************
       F-CREATE-PROXY SECTION.
      *    LINKS ONE OF THE CUSTOMER'S OWN PHONE NUMBERS OR EMAIL
      *    ADDRESSES TO ONE OF THEIR ACCOUNTS, ON OUR REGISTER AND ON
      *    THE CENTRAL DIRECTORY. THE CONTACT ROW IS WHAT WE HOLD ON
      *    FILE; THE STEP-UP CODE, SENT THROUGH NOTIFY, IS WHAT SHOWS
      *    THE CUSTOMER STILL CONTROLS IT. A PROXY ACTIVE AT ANOTHER
      *    BANK, OR FOR ANOTHER OF OUR CUSTOMERS, IS NOT TAKEN OVER.
           MOVE I-POST-PX-CUSTID           TO WS-PX-CUSTID
           MOVE I-POST-PX-TYPE             TO WS-PX-TYPE
           MOVE I-POST-PX-VALUE            TO WS-PX-VALUE
           MOVE FUNCTION UPPER-CASE(I-POST-PX-IBAN)
                                           TO WS-PX-IBAN
           IF I-POST-PX-STEPUP-CODE NUMERIC
             MOVE I-POST-PX-STEPUP-CODE    TO WS-PX-STEPUP-CODE
           ELSE
             MOVE 0                        TO WS-PX-STEPUP-CODE
           END-IF

           MOVE WS-PX-CUSTID               TO WS-BF-CUST-ID
           PERFORM UT-GET-BUSRID-FROM-CUSTID
           IF O-DISP-ERR-OK
             PERFORM UT-GET-ROLE
           END-IF
           IF O-DISP-ERR-OK
             MOVE WS-BF-BUSR-ID            TO WS-TG-BUSR-ID
             MOVE WS-BF-ROLE               TO WS-TG-ROLE
             MOVE 0                        TO WS-TG-ACC-ID
             SET WS-TG-REQUIRES-FULL       TO TRUE
             PERFORM UT-DEFAULT-PERMISSION-CHECK
           END-IF
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           IF NOT WS-PX-TYPE-VALID OR WS-PX-VALUE = SPACES
             SET O-DISP-ERR-PROXY-BAD-REQUEST TO TRUE
             MOVE 1                        TO I-ERR-PARAM-COUNT
             MOVE WS-PX-TYPE               TO I-ERR-PARAM (1)
             EXIT SECTION
           END-IF
           PERFORM UT-NORMALISE-PROXY

           PERFORM F-CHECK-PROXY-CONTACT
           IF FG-PX-CONTACT-FOUND-N
             SET O-DISP-ERR-PROXY-NOT-VERIFIED TO TRUE
             MOVE 1                        TO I-ERR-PARAM-COUNT
             MOVE WS-PX-VALUE              TO I-ERR-PARAM (1)
             EXIT SECTION
           END-IF

      *    THE ACCOUNT MUST BE THE CUSTOMER'S OWN AND OPEN.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE WS-PX-IBAN                 TO I-ACC-IBAN
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             OR O-ACC-CUSTOMERID(1) NOT = WS-PX-CUSTID
             SET O-DISP-ERR-PROXY-BAD-REQUEST TO TRUE
             MOVE 1                        TO I-ERR-PARAM-COUNT
             MOVE WS-PX-IBAN               TO I-ERR-PARAM (1)
             EXIT SECTION
           END-IF
           IF O-ACC-STATUS(1) = "C"
             SET O-DISP-ERR-ACC-CLOSED     TO TRUE
             EXIT SECTION
           END-IF
           MOVE O-ACC-ACCOUNTID(1)         TO WS-PX-ACC-ID

           PERFORM F-CHECK-PROXY-CONFLICT
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

      *    THE NAME A PAYER IS SHOWN BEFORE PAYING THIS PROXY.
           INITIALIZE CUSTDB-INTERFACE
           SET I-CUST-OP-GET-ITEM          TO TRUE
           MOVE WS-PX-CUSTID               TO I-CUST-CUSTID
           SET PGNAME-CUSTDB               TO TRUE
           CALL PROGNAME USING CUSTDB-INTERFACE
           IF NOT CUST-STATUS-OK
             SET O-DISP-ERR-DB-SQL         TO TRUE
             EXIT SECTION
           END-IF
           MOVE O-CUST-USERNAME(1)         TO WS-PX-NAME

      *    LAST, SO A REFUSAL ABOVE DOES NOT COST THE CUSTOMER A CODE.
           MOVE WS-PX-STEPUP-CODE          TO
                                           I-POST-TRANSFER-STEPUP-CODE
           PERFORM F-CHECK-STEPUP
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           PERFORM UT-GET-TIMESTAMP
           MOVE T-YEAR                     TO WS-VALDATE-YYYY
           MOVE T-MONTH                    TO WS-VALDATE-MM
           MOVE T-DAY                      TO WS-VALDATE-DD

           PERFORM UT-OPEN-PROXY-FILES
           MOVE WS-PX-TYPE                 TO PD-TYPE
           MOVE WS-PX-VALUE                TO PD-VALUE
           READ PROXY-DIR-FILE
             INVALID KEY
               INITIALIZE PROXY-DIR-RECORD
               MOVE WS-PX-TYPE             TO PD-TYPE
               MOVE WS-PX-VALUE            TO PD-VALUE
               MOVE WS-VALDATE-NUM         TO PD-REG-DATE
               PERFORM UT-FILL-PROXY-DIR-ROW
               WRITE PROXY-DIR-RECORD
             NOT INVALID KEY
               IF PD-IS-REMOVED
                 MOVE WS-VALDATE-NUM       TO PD-REG-DATE
               END-IF
               PERFORM UT-FILL-PROXY-DIR-ROW
               REWRITE PROXY-DIR-RECORD
           END-READ

           MOVE "REGISTERED"               TO WS-PX-RESULT
           MOVE WS-PX-TYPE                 TO PX-TYPE
           MOVE WS-PX-VALUE                TO PX-VALUE
           READ PROXY-FILE
             INVALID KEY
               INITIALIZE PROXY-RECORD
               MOVE WS-PX-TYPE             TO PX-TYPE
               MOVE WS-PX-VALUE            TO PX-VALUE
               PERFORM UT-FILL-PROXY-ROW
               WRITE PROXY-RECORD
             NOT INVALID KEY
               IF PX-IS-ACTIVE AND PX-IBAN NOT = WS-PX-IBAN
                 MOVE "MOVED"              TO WS-PX-RESULT
               END-IF
               PERFORM UT-FILL-PROXY-ROW
               REWRITE PROXY-RECORD
           END-READ
           CLOSE PROXY-FILE
           CLOSE PROXY-DIR-FILE

           MOVE "PROXYREG"                 TO WS-PX-EVENT
           PERFORM F-NOTIFY-PROXY

           MOVE WS-PX-TYPE                 TO O-PX-TYPE
           MOVE WS-PX-VALUE                TO O-PX-VALUE
           MOVE WS-PX-IBAN                 TO O-PX-IBAN
           MOVE WS-PX-NAME                 TO O-PX-NAME
           MOVE K-PX-BANK-ID               TO O-PX-BANK-ID
           MOVE WS-PX-RESULT               TO O-PX-STATUS
           .
       F-CREATE-PROXY-END.
           EXIT.
      ******************************************************************
       F-CHECK-PROXY-CONTACT SECTION.
      *    LEAVES FG-PX-CONTACT-FOUND-Y WHEN THE PROXY IS A CURRENT
      *    (NOT YET CLOSED) CONTACT ROW OF THE SAME TYPE. SEQUENCE
      *    00000 IS THE CUSTOMER'S CONTROL ROW AND IS SKIPPED.
           SET FG-PX-CONTACT-FOUND-N       TO TRUE
           OPEN INPUT CUST-CONTACT-FILE
           IF WS-CN-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE WS-PX-CUSTID               TO CN-CUSTOMERID
           MOVE 1                          TO CN-SEQ
           START CUST-CONTACT-FILE KEY IS NOT LESS THAN CN-KEY
             INVALID KEY
               SET FG-MORE-PX-ROWS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-PX-ROWS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-PX-ROWS-N OR FG-PX-CONTACT-FOUND-Y
             READ CUST-CONTACT-FILE NEXT RECORD
               AT END
                 SET FG-MORE-PX-ROWS-N     TO TRUE
               NOT AT END
                 IF CN-CUSTOMERID NOT = WS-PX-CUSTID
                   SET FG-MORE-PX-ROWS-N   TO TRUE
                 ELSE
                   IF CN-TYPE = WS-PX-TYPE AND CN-VALID-TO = 0
                     IF (WS-PX-TYPE-EMAIL AND
                         FUNCTION UPPER-CASE(CN-VALUE) = WS-PX-VALUE)
                       OR (NOT WS-PX-TYPE-EMAIL AND
                         CN-VALUE = WS-PX-VALUE)
                       SET FG-PX-CONTACT-FOUND-Y TO TRUE
                       MOVE CN-SEQ         TO WS-PX-CONTACT-SEQ
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CUST-CONTACT-FILE
           .
       F-CHECK-PROXY-CONTACT-END.
           EXIT.
      ******************************************************************
       F-CHECK-PROXY-CONFLICT SECTION.
      *    THE CENTRAL DIRECTORY DECIDES: A FREE OR RELEASED PROXY MAY
      *    BE TAKEN; ONE ACTIVE AT ANOTHER BANK MAY NOT (PX05 NAMES
      *    THE BANK, WHERE THE CUSTOMER HAS TO RELEASE IT FIRST); ONE
      *    ACTIVE HERE MAY ONLY BE MOVED BY THE CUSTOMER HOLDING IT.
           PERFORM UT-OPEN-PROXY-FILES
           MOVE WS-PX-TYPE                 TO PD-TYPE
           MOVE WS-PX-VALUE                TO PD-VALUE
           READ PROXY-DIR-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF PD-IS-ACTIVE
                 IF PD-BANK-ID NOT = K-PX-BANK-ID
                   SET O-DISP-ERR-PROXY-CONFLICT TO TRUE
                   MOVE 1                  TO I-ERR-PARAM-COUNT
                   MOVE PD-BANK-ID         TO I-ERR-PARAM (1)
                 ELSE
                   MOVE WS-PX-TYPE         TO PX-TYPE
                   MOVE WS-PX-VALUE        TO PX-VALUE
                   READ PROXY-FILE
                     INVALID KEY
                       SET O-DISP-ERR-PROXY-CONFLICT TO TRUE
                     NOT INVALID KEY
                       IF PX-CUSTOMERID NOT = WS-PX-CUSTID
                         SET O-DISP-ERR-PROXY-CONFLICT TO TRUE
                       END-IF
                   END-READ
                   IF NOT O-DISP-ERR-OK
                     MOVE 1                TO I-ERR-PARAM-COUNT
                     MOVE K-PX-BANK-ID     TO I-ERR-PARAM (1)
                   END-IF
                 END-IF
               END-IF
           END-READ
           CLOSE PROXY-FILE
           CLOSE PROXY-DIR-FILE
           .
       F-CHECK-PROXY-CONFLICT-END.
           EXIT.
      ******************************************************************
       F-REMOVE-PROXY SECTION.
      *    RELEASES THE PROXY HERE AND ON THE CENTRAL DIRECTORY, SO
      *    ANOTHER BANK MAY REGISTER IT.
           MOVE I-DEL-PX-CUSTID            TO WS-PX-CUSTID
           MOVE I-DEL-PX-TYPE              TO WS-PX-TYPE
           MOVE I-DEL-PX-VALUE             TO WS-PX-VALUE

           MOVE WS-PX-CUSTID               TO WS-BF-CUST-ID
           PERFORM UT-GET-BUSRID-FROM-CUSTID
           IF O-DISP-ERR-OK
             PERFORM UT-GET-ROLE
           END-IF
           IF O-DISP-ERR-OK
             MOVE WS-BF-BUSR-ID            TO WS-TG-BUSR-ID
             MOVE WS-BF-ROLE               TO WS-TG-ROLE
             MOVE 0                        TO WS-TG-ACC-ID
             SET WS-TG-REQUIRES-FULL       TO TRUE
             PERFORM UT-DEFAULT-PERMISSION-CHECK
           END-IF
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF
           PERFORM UT-NORMALISE-PROXY

           PERFORM UT-GET-TIMESTAMP
           MOVE T-YEAR                     TO WS-VALDATE-YYYY
           MOVE T-MONTH                    TO WS-VALDATE-MM
           MOVE T-DAY                      TO WS-VALDATE-DD

           PERFORM UT-OPEN-PROXY-FILES
           MOVE WS-PX-TYPE                 TO PX-TYPE
           MOVE WS-PX-VALUE                TO PX-VALUE
           READ PROXY-FILE
             INVALID KEY
               SET O-DISP-ERR-PROXY-NOT-FOUND TO TRUE
             NOT INVALID KEY
               IF NOT PX-IS-ACTIVE
                 OR PX-CUSTOMERID NOT = WS-PX-CUSTID
                 SET O-DISP-ERR-PROXY-NOT-FOUND TO TRUE
               END-IF
           END-READ
           IF NOT O-DISP-ERR-OK
             MOVE 1                        TO I-ERR-PARAM-COUNT
             MOVE WS-PX-VALUE              TO I-ERR-PARAM (1)
             CLOSE PROXY-FILE
             CLOSE PROXY-DIR-FILE
             EXIT SECTION
           END-IF

           SET PX-IS-REMOVED               TO TRUE
           MOVE WS-VALDATE-NUM             TO PX-DEREG-DATE
           MOVE U-DISP-LOGIN-ID            TO PX-DEREG-BY
           REWRITE PROXY-RECORD
           MOVE PX-ACCOUNTID               TO WS-PX-ACC-ID
           MOVE PX-IBAN                    TO WS-PX-IBAN

      *    ONLY OUR OWN ROW IS RELEASED ON THE DIRECTORY.
           MOVE WS-PX-TYPE                 TO PD-TYPE
           MOVE WS-PX-VALUE                TO PD-VALUE
           READ PROXY-DIR-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF PD-IS-ACTIVE AND PD-BANK-ID = K-PX-BANK-ID
                 AND PD-IBAN = WS-PX-IBAN
                 SET PD-IS-REMOVED         TO TRUE
                 MOVE WS-VALDATE-NUM       TO PD-UPDATED-DATE
                 REWRITE PROXY-DIR-RECORD
               END-IF
           END-READ
           CLOSE PROXY-FILE
           CLOSE PROXY-DIR-FILE

           MOVE "PROXYDEL"                 TO WS-PX-EVENT
           PERFORM F-NOTIFY-PROXY

           MOVE WS-PX-TYPE                 TO O-PX-TYPE
           MOVE WS-PX-VALUE                TO O-PX-VALUE
           MOVE WS-PX-IBAN                 TO O-PX-IBAN
           MOVE K-PX-BANK-ID               TO O-PX-BANK-ID
           MOVE "REMOVED"                  TO O-PX-STATUS
           .
       F-REMOVE-PROXY-END.
           EXIT.
      ******************************************************************
       F-READ-PROXY-LIST SECTION.
      *    THE CUSTOMER'S ACTIVE PROXIES -- SAME VIEW-TIER CHECK AS
      *    THE BENEFICIARY LIST.
           MOVE I-GET-PX-CUSTID            TO WS-BF-CUST-ID
           PERFORM UT-GET-BUSRID-FROM-CUSTID
           IF O-DISP-ERR-OK
             PERFORM UT-GET-ROLE
           END-IF
           IF O-DISP-ERR-OK
             MOVE WS-BF-BUSR-ID            TO WS-TG-BUSR-ID
             MOVE WS-BF-ROLE               TO WS-TG-ROLE
             MOVE 0                        TO WS-TG-ACC-ID
             SET WS-TG-REQUIRES-VIEW       TO TRUE
             PERFORM UT-DEFAULT-PERMISSION-CHECK
           END-IF
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           MOVE 0                          TO O-PXL-COUNT
           PERFORM UT-OPEN-PROXY-FILES
           MOVE LOW-VALUES                 TO PX-KEY
           START PROXY-FILE KEY IS NOT LESS THAN PX-KEY
             INVALID KEY
               SET FG-MORE-PX-ROWS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-PX-ROWS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-PX-ROWS-N OR O-PXL-COUNT >= 10
             READ PROXY-FILE NEXT RECORD
               AT END
                 SET FG-MORE-PX-ROWS-N     TO TRUE
               NOT AT END
                 IF PX-CUSTOMERID = I-GET-PX-CUSTID AND PX-IS-ACTIVE
                   ADD 1                   TO O-PXL-COUNT
                   MOVE PX-TYPE       TO O-PXL-TYPE(O-PXL-COUNT)
                   MOVE PX-VALUE      TO O-PXL-VALUE(O-PXL-COUNT)
                   MOVE PX-IBAN       TO O-PXL-IBAN(O-PXL-COUNT)
                   MOVE PX-REG-DATE   TO O-PXL-REG-DATE(O-PXL-COUNT)
                   MOVE PX-STATUS     TO O-PXL-STATUS(O-PXL-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PROXY-FILE
           CLOSE PROXY-DIR-FILE
           .
       F-READ-PROXY-LIST-END.
           EXIT.
      ******************************************************************
       F-LOOKUP-PROXY SECTION.
      *    CONFIRMATION OF PAYEE BEFORE A PROXY PAYMENT -- ANY SIGNED-
      *    IN USER MAY ASK WHO A PHONE NUMBER OR EMAIL PAYS, BUT ONLY
      *    THE NAME, BANK AND A MASKED IBAN COME BACK.
           MOVE I-GET-PX-TYPE              TO WS-PX-TYPE
           MOVE I-GET-PX-VALUE             TO WS-PX-VALUE
           PERFORM UT-NORMALISE-PROXY
           PERFORM UT-READ-PROXY-DIRECTORY
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           PERFORM UT-MASK-PROXY-IBAN
           MOVE PD-TYPE                    TO O-PX-TYPE
           MOVE PD-VALUE                   TO O-PX-VALUE
           MOVE WS-PX-MASKED-IBAN          TO O-PX-IBAN
           MOVE PD-DISPLAY-NAME            TO O-PX-NAME
           MOVE PD-BANK-ID                 TO O-PX-BANK-ID
           MOVE "ACTIVE"                   TO O-PX-STATUS
           .
       F-LOOKUP-PROXY-END.
           EXIT.
      ******************************************************************
       F-RESOLVE-PROXY SECTION.
      *    TURNS THE TRANSFER'S PROXY INTO ITS DESTINATION IBAN. THE
      *    FIRST ATTEMPT STOPS AT PX04 WITH THE PAYEE'S NAME AND
      *    MASKED IBAN FOR THE CUSTOMER TO CHECK; NOTHING ELSE RUNS
      *    UNTIL THEY RESUBMIT WITH PAYEE-OK "Y".
           MOVE I-POST-TRANSFER-PROXY-TYPE TO WS-PX-TYPE
           MOVE I-POST-TRANSFER-PROXY      TO WS-PX-VALUE
           PERFORM UT-NORMALISE-PROXY
           PERFORM UT-READ-PROXY-DIRECTORY
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           IF NOT I-POST-TRANSFER-PAYEE-OK-Y
             PERFORM UT-MASK-PROXY-IBAN
             SET O-DISP-ERR-PROXY-CONFIRM-PAYEE TO TRUE
             MOVE 3                        TO I-ERR-PARAM-COUNT
             MOVE PD-DISPLAY-NAME          TO I-ERR-PARAM (1)
             MOVE WS-PX-MASKED-IBAN        TO I-ERR-PARAM (2)
             MOVE PD-BANK-ID               TO I-ERR-PARAM (3)
             EXIT SECTION
           END-IF

           MOVE PD-IBAN                    TO I-POST-TRANSFER-DESTIBAN
           .
       F-RESOLVE-PROXY-END.
           EXIT.
      ******************************************************************
       F-NOTIFY-PROXY SECTION.
           INITIALIZE NOTIFY-INTERFACE
           MOVE WS-PX-CUSTID               TO I-NOTIFY-CUSTID
           MOVE "PROXY"                    TO I-NOTIFY-ENTITY
           MOVE WS-PX-ACC-ID               TO I-NOTIFY-ENTITY-ID
           MOVE WS-PX-EVENT                TO I-NOTIFY-EVENT
           MOVE 0                          TO I-NOTIFY-AMOUNT
           MOVE WS-PX-VALUE                TO I-NOTIFY-MEMO
           SET PGNAME-NOTIFY               TO TRUE
           CALL PROGNAME USING NOTIFY-INTERFACE
           .
       F-NOTIFY-PROXY-END.
           EXIT.
      ******************************************************************
       UT-NORMALISE-PROXY SECTION.
      *    EMAIL ADDRESSES ARE KEYED UPPER-CASE SO "A@B" AND "a@b"
      *    ARE ONE PROXY; PHONE NUMBERS ARE KEYED AS GIVEN.
           IF WS-PX-TYPE-EMAIL
             MOVE FUNCTION UPPER-CASE(WS-PX-VALUE) TO WS-PX-VALUE
           END-IF
           .
       UT-NORMALISE-PROXY-END.
           EXIT.
      ******************************************************************
       UT-READ-PROXY-DIRECTORY SECTION.
      *    THE ACTIVE CENTRAL DIRECTORY ROW FOR WS-PX-TYPE/VALUE, OR
      *    PX01.
           OPEN INPUT PROXY-DIR-FILE
           IF WS-PD-FILE-STATUS NOT = "00"
             SET O-DISP-ERR-PROXY-NOT-FOUND TO TRUE
           ELSE
             MOVE WS-PX-TYPE               TO PD-TYPE
             MOVE WS-PX-VALUE              TO PD-VALUE
             READ PROXY-DIR-FILE
               INVALID KEY
                 SET O-DISP-ERR-PROXY-NOT-FOUND TO TRUE
               NOT INVALID KEY
                 IF NOT PD-IS-ACTIVE
                   SET O-DISP-ERR-PROXY-NOT-FOUND TO TRUE
                 END-IF
             END-READ
             CLOSE PROXY-DIR-FILE
           END-IF
           IF NOT O-DISP-ERR-OK
             MOVE 1                        TO I-ERR-PARAM-COUNT
             MOVE WS-PX-VALUE              TO I-ERR-PARAM (1)
           END-IF
           .
       UT-READ-PROXY-DIRECTORY-END.
           EXIT.
      ******************************************************************
       UT-MASK-PROXY-IBAN SECTION.
      *    COUNTRY/CHECK DIGITS AND THE LAST FOUR ONLY.
           MOVE SPACES                     TO WS-PX-MASKED-IBAN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PD-IBAN))
                                           TO WS-PX-IBAN-LEN
           IF WS-PX-IBAN-LEN < 9
             MOVE PD-IBAN                  TO WS-PX-MASKED-IBAN
             EXIT SECTION
           END-IF
           MOVE PD-IBAN(1:4)               TO WS-PX-MASKED-IBAN(1:4)
           MOVE ALL "*"                    TO
                WS-PX-MASKED-IBAN(5:WS-PX-IBAN-LEN - 8)
           MOVE PD-IBAN(WS-PX-IBAN-LEN - 3:4) TO
                WS-PX-MASKED-IBAN(WS-PX-IBAN-LEN - 3:4)
           .
       UT-MASK-PROXY-IBAN-END.
           EXIT.
      ******************************************************************
       UT-FILL-PROXY-DIR-ROW SECTION.
           MOVE K-PX-BANK-ID               TO PD-BANK-ID
           MOVE WS-PX-IBAN                 TO PD-IBAN
           MOVE WS-PX-NAME                 TO PD-DISPLAY-NAME
           SET PD-IS-ACTIVE                TO TRUE
           MOVE WS-VALDATE-NUM             TO PD-UPDATED-DATE
           .
       UT-FILL-PROXY-DIR-ROW-END.
           EXIT.
      ******************************************************************
       UT-FILL-PROXY-ROW SECTION.
           MOVE WS-PX-CUSTID               TO PX-CUSTOMERID
           MOVE WS-PX-ACC-ID               TO PX-ACCOUNTID
           MOVE WS-PX-IBAN                 TO PX-IBAN
           MOVE WS-PX-CONTACT-SEQ          TO PX-CONTACT-SEQ
           SET PX-IS-ACTIVE                TO TRUE
           MOVE WS-VALDATE-NUM             TO PX-REG-DATE
           MOVE U-DISP-LOGIN-ID            TO PX-REG-BY
           MOVE 0                          TO PX-DEREG-DATE
           MOVE 0                          TO PX-DEREG-BY
           .
       UT-FILL-PROXY-ROW-END.
           EXIT.
      ******************************************************************
       UT-OPEN-PROXY-FILES SECTION.
           OPEN I-O PROXY-FILE
           IF WS-PX-FILE-STATUS = "35"
             OPEN OUTPUT PROXY-FILE
             CLOSE PROXY-FILE
             OPEN I-O PROXY-FILE
           END-IF
           OPEN I-O PROXY-DIR-FILE
           IF WS-PD-FILE-STATUS = "35"
             OPEN OUTPUT PROXY-DIR-FILE
             CLOSE PROXY-DIR-FILE
             OPEN I-O PROXY-DIR-FILE
           END-IF
           .
       UT-OPEN-PROXY-FILES-END.
           EXIT.
      ******************************************************************
       F-CREATE-PAY-REQUEST SECTION.
      *    ONE CUSTOMER ASKS ANOTHER OF OUR CUSTOMERS FOR AN AMOUNT.
      *    NOTHING MOVES HERE -- THE PAYER ANSWERS LATER THROUGH
      *    F-ANSWER-PAY-REQUEST. THE REQUESTER ONLY NEEDS THE DEPOSIT
      *    TIER ON THE ACCOUNT TO BE PAID INTO, SINCE NOTHING LEAVES
      *    IT.
           MOVE I-POST-PR-REQ-IBAN         TO WS-BF-ACC-IBAN1
           PERFORM UT-GET-USER-DATA
           IF O-DISP-ERR-OK
             MOVE WS-BF-BUSR-ID            TO WS-TG-BUSR-ID
             MOVE WS-BF-ROLE               TO WS-TG-ROLE
             MOVE WS-BF-ACC-ID             TO WS-TG-ACC-ID
             SET WS-TG-REQUIRES-DEPOSIT    TO TRUE
             PERFORM UT-DEFAULT-PERMISSION-CHECK
           END-IF
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF
           MOVE WS-BF-CUST-ID              TO WS-PR-REQ-CUSTID

           IF I-POST-PR-AMOUNT NOT NUMERIC OR I-POST-PR-AMOUNT = 0
             SET O-DISP-ERR-PAYREQ-BAD-REQUEST TO TRUE
             EXIT SECTION
           END-IF

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE I-POST-PR-REQ-IBAN         TO I-ACC-IBAN
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             SET O-DISP-ERR-DB-SQL         TO TRUE
             EXIT SECTION
           END-IF
           IF O-ACC-STATUS(1) = "C"
             SET O-DISP-ERR-ACC-CLOSED     TO TRUE
             EXIT SECTION
           END-IF
           MOVE O-ACC-CURRENCY(1)          TO WS-PR-REQ-CURRENCY

      *    THE PAYER BY IBAN, OR BY A NICKNAME FROM THE REQUESTER'S
      *    OWN SAVED-BENEFICIARY REGISTRY.
           IF I-POST-PR-PAYER-IBAN = SPACES
             AND I-POST-PR-BENEF-NICK NOT = SPACES
             PERFORM UT-OPEN-BENEFICIARY-FILE
             MOVE WS-PR-REQ-CUSTID         TO BN-CUSTOMERID
             MOVE I-POST-PR-BENEF-NICK     TO BN-NICKNAME
             READ BENEFICIARY-FILE
               INVALID KEY
                 SET O-DISP-ERR-BENEF-NOT-FOUND TO TRUE
               NOT INVALID KEY
                 IF BN-IS-ACTIVE
                   MOVE BN-IBAN            TO WS-PR-PAYER-IBAN
                 ELSE
                   SET O-DISP-ERR-BENEF-NOT-FOUND TO TRUE
                 END-IF
             END-READ
             CLOSE BENEFICIARY-FILE
             IF NOT O-DISP-ERR-OK
               MOVE 1                      TO I-ERR-PARAM-COUNT
               MOVE I-POST-PR-BENEF-NICK   TO I-ERR-PARAM (1)
               EXIT SECTION
             END-IF
           ELSE
             MOVE I-POST-PR-PAYER-IBAN     TO WS-PR-PAYER-IBAN
           END-IF

      *    THE PAYER MUST BE ONE OF OUR CUSTOMERS, NOT THE REQUESTER,
      *    WITH AN OPEN ACCOUNT IN THE SAME CURRENCY.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE WS-PR-PAYER-IBAN           TO I-ACC-IBAN
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             OR O-ACC-CUSTOMERID(1) = WS-PR-REQ-CUSTID
             SET O-DISP-ERR-PAYREQ-BAD-REQUEST TO TRUE
             MOVE 1                        TO I-ERR-PARAM-COUNT
             MOVE WS-PR-PAYER-IBAN         TO I-ERR-PARAM (1)
             EXIT SECTION
           END-IF
           IF O-ACC-STATUS(1) = "C"
             SET O-DISP-ERR-ACC-CLOSED     TO TRUE
             EXIT SECTION
           END-IF
           IF O-ACC-CURRENCY(1) NOT = WS-PR-REQ-CURRENCY
             SET O-DISP-ERR-TRANSFER-CURR-MISMATCH TO TRUE
             EXIT SECTION
           END-IF
           MOVE O-ACC-CUSTOMERID(1)        TO WS-PR-PAYER-CUSTID

           PERFORM UT-OPEN-PAYREQ-FILE
           PERFORM UT-SCAN-PAY-REQUESTS
           IF WS-PR-PENDING-COUNT >= K-PR-MAX-PENDING
             CLOSE PAY-REQUEST-FILE
             SET O-DISP-ERR-PAYREQ-LIMIT   TO TRUE
             MOVE 1                        TO I-ERR-PARAM-COUNT
             MOVE K-PR-MAX-PENDING         TO I-ERR-PARAM (1)
             EXIT SECTION
           END-IF

      *    OPEN UNTIL THE END OF THE K-PR-EXPIRY-DAYS'TH BUSINESS
      *    DATE FROM TODAY.
           PERFORM UT-GET-TIMESTAMP
           MOVE T-YEAR                     TO WS-VALDATE-YYYY
           MOVE T-MONTH                    TO WS-VALDATE-MM
           MOVE T-DAY                      TO WS-VALDATE-DD
           COMPUTE WS-PR-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-VALDATE-NUM)
                 + K-PR-EXPIRY-DAYS)

           INITIALIZE PAY-REQUEST-RECORD
           MOVE WS-PR-NEXT-ID              TO PR-ID
           MOVE WS-PR-REQ-CUSTID           TO PR-REQ-CUSTID
           MOVE I-POST-PR-REQ-IBAN         TO PR-REQ-IBAN
           MOVE WS-PR-PAYER-CUSTID         TO PR-PAYER-CUSTID
           MOVE WS-PR-PAYER-IBAN           TO PR-PAYER-IBAN
           MOVE I-POST-PR-AMOUNT           TO PR-AMOUNT
           MOVE WS-PR-REQ-CURRENCY         TO PR-CURRENCY
           MOVE I-POST-PR-REFERENCE        TO PR-REFERENCE
           MOVE WS-VALDATE-NUM             TO PR-CREATED-DATE
           MOVE WS-PR-EXPIRY-DATE          TO PR-EXPIRY-DATE
           SET PR-IS-PENDING               TO TRUE
           MOVE U-DISP-LOGIN-ID            TO PR-REQUESTED-BY
           MOVE WS-TIMESTAMP               TO PR-CREATED-TS
           WRITE PAY-REQUEST-RECORD
             INVALID KEY
               SET O-DISP-ERR-DB-UNIQUE    TO TRUE
           END-WRITE
           CLOSE PAY-REQUEST-FILE
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           MOVE "RTPNEW"                   TO WS-PR-EVENT
           PERFORM F-NOTIFY-PAY-REQUEST

           MOVE PR-ID                      TO O-POST-PR-ID
           MOVE PR-PAYER-IBAN              TO O-POST-PR-PAYER-IBAN
           MOVE PR-EXPIRY-DATE             TO O-POST-PR-EXPIRY-DATE
           MOVE "PENDING"                  TO O-POST-PR-STATUS
           .
       F-CREATE-PAY-REQUEST-END.
           EXIT.
      ******************************************************************
       F-ANSWER-PAY-REQUEST SECTION.
      *    THE PAYER'S ANSWER. AN ACCEPT IS PAID AS AN ORDINARY
      *    TRANSFER THROUGH F-CREATE-TRANSFER, SO PERMISSION ON THE
      *    ACCOUNT PAID FROM, BALANCE, VELOCITY, SCREENING, STEP-UP
      *    AND HIGH-VALUE APPROVAL ALL APPLY AS IF THE PAYER HAD KEYED
      *    IT. IF THE TRANSFER IS REFUSED (A SU01 STEP-UP CHALLENGE
      *    INCLUDED) THE REQUEST STAYS PENDING FOR ANOTHER ANSWER.
           MOVE I-PUT-PR-ID                TO WS-PR-ID
           MOVE I-PUT-PR-ACTION            TO WS-PR-ACTION
           MOVE I-PUT-PR-SRCIBAN           TO WS-PR-SRCIBAN
           IF I-PUT-PR-STEPUP-CODE NUMERIC
             MOVE I-PUT-PR-STEPUP-CODE     TO WS-PR-STEPUP-CODE
           ELSE
             MOVE 0                        TO WS-PR-STEPUP-CODE
           END-IF
           IF NOT WS-PR-ACCEPT AND NOT WS-PR-DECLINE
             SET O-DISP-ERR-PAYREQ-BAD-REQUEST TO TRUE
             MOVE 1                        TO I-ERR-PARAM-COUNT
             MOVE WS-PR-ACTION             TO I-ERR-PARAM (1)
             EXIT SECTION
           END-IF

           PERFORM UT-OPEN-PAYREQ-FILE
           MOVE WS-PR-ID                   TO PR-ID
           READ PAY-REQUEST-FILE
             INVALID KEY
               SET O-DISP-ERR-PAYREQ-NOT-FOUND TO TRUE
               MOVE 1                      TO I-ERR-PARAM-COUNT
               MOVE WS-PR-ID               TO I-ERR-PARAM (1)
           END-READ
           IF NOT O-DISP-ERR-OK
             CLOSE PAY-REQUEST-FILE
             EXIT SECTION
           END-IF

      *    ONLY THE PAYER (OR STAFF ACTING FOR THEM) ANSWERS.
           MOVE PR-PAYER-CUSTID            TO WS-BF-CUST-ID
           PERFORM UT-GET-BUSRID-FROM-CUSTID
           IF O-DISP-ERR-OK
             PERFORM UT-GET-ROLE
           END-IF
           IF O-DISP-ERR-OK
             MOVE WS-BF-BUSR-ID            TO WS-TG-BUSR-ID
             MOVE WS-BF-ROLE               TO WS-TG-ROLE
             MOVE 0                        TO WS-TG-ACC-ID
             SET WS-TG-REQUIRES-FULL       TO TRUE
             PERFORM UT-DEFAULT-PERMISSION-CHECK
           END-IF
           IF NOT O-DISP-ERR-OK
             CLOSE PAY-REQUEST-FILE
             EXIT SECTION
           END-IF

      *    PAST ITS EXPIRY DATE IT IS AS GOOD AS EXPIRED, EVEN BEFORE
      *    PAYREQEXP HAS CLOSED IT.
           PERFORM UT-GET-TIMESTAMP
           MOVE T-YEAR                     TO WS-VALDATE-YYYY
           MOVE T-MONTH                    TO WS-VALDATE-MM
           MOVE T-DAY                      TO WS-VALDATE-DD
           IF NOT PR-IS-PENDING
             OR WS-VALDATE-NUM > PR-EXPIRY-DATE
             SET O-DISP-ERR-PAYREQ-NOT-PENDING TO TRUE
             MOVE 1                        TO I-ERR-PARAM-COUNT
             MOVE PR-ID                    TO I-ERR-PARAM (1)
             CLOSE PAY-REQUEST-FILE
             EXIT SECTION
           END-IF

           IF WS-PR-DECLINE
             SET PR-IS-DECLINED            TO TRUE
             MOVE WS-TIMESTAMP             TO PR-RESOLVED-TS
             REWRITE PAY-REQUEST-RECORD
             CLOSE PAY-REQUEST-FILE
             MOVE "RTPDECL"                TO WS-PR-EVENT
             PERFORM F-NOTIFY-PAY-REQUEST
             MOVE SPACES                   TO O-DISP-DATA-OUT
             MOVE PR-ID                    TO O-PUT-PR-ID
             MOVE "DECLINED"               TO O-PUT-PR-STATUS
             MOVE 0                        TO O-PUT-PR-TRANSFER-ID
             EXIT SECTION
           END-IF

      *    PAYING FROM ANOTHER ACCOUNT IS FINE AS LONG AS IT IS THE
      *    PAYER'S AND IN THE REQUESTED CURRENCY.
           IF WS-PR-SRCIBAN = SPACES
             MOVE PR-PAYER-IBAN            TO WS-PR-SRCIBAN
           ELSE
             INITIALIZE ACCDB-INTERFACE
             SET I-ACC-OP-GETITEM          TO TRUE
             MOVE WS-PR-SRCIBAN            TO I-ACC-IBAN
             SET PGNAME-ACCDB              TO TRUE
             CALL PROGNAME USING ACCDB-INTERFACE
             IF NOT ACCDB-STATUS-OK
               OR O-ACC-CUSTOMERID(1) NOT = PR-PAYER-CUSTID
               SET O-DISP-ERR-PAYREQ-BAD-REQUEST TO TRUE
               MOVE 1                      TO I-ERR-PARAM-COUNT
               MOVE WS-PR-SRCIBAN          TO I-ERR-PARAM (1)
               CLOSE PAY-REQUEST-FILE
               EXIT SECTION
             END-IF
             IF O-ACC-CURRENCY(1) NOT = PR-CURRENCY
               SET O-DISP-ERR-TRANSFER-CURR-MISMATCH TO TRUE
               CLOSE PAY-REQUEST-FILE
               EXIT SECTION
             END-IF
           END-IF

           MOVE SPACES                     TO I-DISP-DATA
           MOVE WS-PR-SRCIBAN              TO I-POST-TRANSFER-SRCIBAN
           MOVE PR-REQ-IBAN                TO I-POST-TRANSFER-DESTIBAN
           MOVE PR-AMOUNT                  TO I-POST-TRANSFER-AMOUNT
           MOVE WS-PR-STEPUP-CODE          TO
                                           I-POST-TRANSFER-STEPUP-CODE

           PERFORM F-CREATE-TRANSFER

           IF NOT O-DISP-ERR-OK
             CLOSE PAY-REQUEST-FILE
             EXIT SECTION
           END-IF

           PERFORM UT-GET-TIMESTAMP
           SET PR-IS-PAID                  TO TRUE
           MOVE WS-TIMESTAMP               TO PR-RESOLVED-TS
           MOVE O-POST-TRANSFER-ID         TO PR-TRANSFER-ID
           MOVE O-POST-TRANSFER-STATUS     TO PR-TRANSFER-STATUS
           REWRITE PAY-REQUEST-RECORD
           CLOSE PAY-REQUEST-FILE

           MOVE "RTPPAID"                  TO WS-PR-EVENT
           PERFORM F-NOTIFY-PAY-REQUEST

           MOVE SPACES                     TO O-DISP-DATA-OUT
           MOVE PR-ID                      TO O-PUT-PR-ID
           MOVE "PAID"                     TO O-PUT-PR-STATUS
           MOVE PR-TRANSFER-ID             TO O-PUT-PR-TRANSFER-ID
           MOVE PR-TRANSFER-STATUS         TO O-PUT-PR-TRANSFER-STATUS
           .
       F-ANSWER-PAY-REQUEST-END.
           EXIT.
      ******************************************************************
       F-READ-PAY-REQUEST-LIST SECTION.
      *    THE CUSTOMER'S OWN REQUESTS ONLY -- SAME VIEW-TIER CHECK
      *    AS THE BENEFICIARY LIST.
           MOVE I-GET-PR-CUSTID            TO WS-BF-CUST-ID
           PERFORM UT-GET-BUSRID-FROM-CUSTID
           IF O-DISP-ERR-OK
             PERFORM UT-GET-ROLE
           END-IF
           IF O-DISP-ERR-OK
             MOVE WS-BF-BUSR-ID            TO WS-TG-BUSR-ID
             MOVE WS-BF-ROLE               TO WS-TG-ROLE
             MOVE 0                        TO WS-TG-ACC-ID
             SET WS-TG-REQUIRES-VIEW       TO TRUE
             PERFORM UT-DEFAULT-PERMISSION-CHECK
           END-IF
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           MOVE 0                          TO O-PRL-COUNT
           PERFORM UT-OPEN-PAYREQ-FILE
           MOVE LOW-VALUES                 TO PR-ID
           START PAY-REQUEST-FILE KEY IS NOT LESS THAN PR-ID
             INVALID KEY
               SET FG-MORE-PR-ROWS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-PR-ROWS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-PR-ROWS-N OR O-PRL-COUNT >= 20
             READ PAY-REQUEST-FILE NEXT RECORD
               AT END
                 SET FG-MORE-PR-ROWS-N     TO TRUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN I-GET-PR-SIDE-SENT
                    AND PR-REQ-CUSTID = I-GET-PR-CUSTID
                     ADD 1                 TO O-PRL-COUNT
                     MOVE PR-PAYER-IBAN
                       TO O-PRL-OTHER-IBAN(O-PRL-COUNT)
                     PERFORM F-FILL-PAY-REQUEST-ROW
                   WHEN NOT I-GET-PR-SIDE-SENT
                    AND PR-PAYER-CUSTID = I-GET-PR-CUSTID
                    AND PR-IS-PENDING
                     ADD 1                 TO O-PRL-COUNT
                     MOVE PR-REQ-IBAN
                       TO O-PRL-OTHER-IBAN(O-PRL-COUNT)
                     PERFORM F-FILL-PAY-REQUEST-ROW
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE PAY-REQUEST-FILE
           .
       F-READ-PAY-REQUEST-LIST-END.
           EXIT.
      ******************************************************************
       F-FILL-PAY-REQUEST-ROW SECTION.
           MOVE PR-ID                TO O-PRL-ID(O-PRL-COUNT)
           MOVE PR-AMOUNT            TO O-PRL-AMOUNT(O-PRL-COUNT)
           MOVE PR-CURRENCY          TO O-PRL-CURRENCY(O-PRL-COUNT)
           MOVE PR-REFERENCE         TO O-PRL-REFERENCE(O-PRL-COUNT)
           MOVE PR-CREATED-DATE      TO O-PRL-CREATED-DATE(O-PRL-COUNT)
           MOVE PR-EXPIRY-DATE       TO O-PRL-EXPIRY-DATE(O-PRL-COUNT)
           MOVE PR-STATUS            TO O-PRL-STATUS(O-PRL-COUNT)
           .
       F-FILL-PAY-REQUEST-ROW-END.
           EXIT.
      ******************************************************************
       F-NOTIFY-PAY-REQUEST SECTION.
      *    EVERY STEP OF A REQUEST IS TOLD TO BOTH SIDES, WITH THE
      *    CALLER'S EVENT IN WS-PR-EVENT AND THE REFERENCE AS MEMO.
           INITIALIZE NOTIFY-INTERFACE
           MOVE PR-PAYER-CUSTID            TO I-NOTIFY-CUSTID
           MOVE "PAYREQ"                   TO I-NOTIFY-ENTITY
           MOVE PR-ID                      TO I-NOTIFY-ENTITY-ID
           MOVE WS-PR-EVENT                TO I-NOTIFY-EVENT
           MOVE PR-AMOUNT                  TO I-NOTIFY-AMOUNT
           MOVE PR-REFERENCE               TO I-NOTIFY-MEMO
           SET PGNAME-NOTIFY               TO TRUE
           CALL PROGNAME USING NOTIFY-INTERFACE

           MOVE PR-REQ-CUSTID              TO I-NOTIFY-CUSTID
           SET PGNAME-NOTIFY               TO TRUE
           CALL PROGNAME USING NOTIFY-INTERFACE
           .
       F-NOTIFY-PAY-REQUEST-END.
           EXIT.
      ******************************************************************
       UT-OPEN-PAYREQ-FILE SECTION.
           OPEN I-O PAY-REQUEST-FILE
           IF WS-PR-FILE-STATUS = "35"
             OPEN OUTPUT PAY-REQUEST-FILE
             CLOSE PAY-REQUEST-FILE
             OPEN I-O PAY-REQUEST-FILE
           END-IF
           .
       UT-OPEN-PAYREQ-FILE-END.
           EXIT.
      ******************************************************************
       UT-SCAN-PAY-REQUESTS SECTION.
      *    ONE PASS FOR THE NEXT ID AND THE PAYER'S PENDING COUNT.
           MOVE 0                          TO WS-PR-NEXT-ID
           MOVE 0                          TO WS-PR-PENDING-COUNT
           MOVE LOW-VALUES                 TO PR-ID
           START PAY-REQUEST-FILE KEY IS NOT LESS THAN PR-ID
             INVALID KEY
               SET FG-MORE-PR-ROWS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-PR-ROWS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-PR-ROWS-N
             READ PAY-REQUEST-FILE NEXT RECORD
               AT END
                 SET FG-MORE-PR-ROWS-N     TO TRUE
               NOT AT END
                 IF PR-ID > WS-PR-NEXT-ID
                   MOVE PR-ID              TO WS-PR-NEXT-ID
                 END-IF
                 IF PR-IS-PENDING
                   AND PR-PAYER-CUSTID = WS-PR-PAYER-CUSTID
                   ADD 1                   TO WS-PR-PENDING-COUNT
                 END-IF
             END-READ
           END-PERFORM

           ADD 1                           TO WS-PR-NEXT-ID
           .
       UT-SCAN-PAY-REQUESTS-END.
           EXIT.
      ******************************************************************
       F-CREATE-INSTANT-PAYMENT SECTION.
      *    OUTGOING TRANSFER TO ANOTHER BANK THROUGH THE INSTANT
      *    PAYMENT SCHEME, INSTEAD OF WAITING FOR THE NEXT ACHOUT
      *    FILE. THE SOURCE-SIDE CHECKS AT THE TOP OF F-CREATE-
      *    TRANSFER HAVE ALREADY RUN; THE REST OF THE ORDINARY
      *    VALIDATION RUNS HERE. NOTHING POSTS: THE AMOUNT IS HELD ON
      *    HOLDDB AND A SUBMISSION IS WRITTEN FOR THE SCHEME GATEWAY.
      *    INSTRESP POSTS THE DEBIT OR RELEASES THE HOLD WHEN THE
      *    SCHEME ANSWERS, AND CHASES IT WHEN IT DOES NOT.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE I-POST-TRANSFER-SRCIBAN    TO I-ACC-IBAN
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           EVALUATE TRUE
             WHEN ACCDB-STATUS-OK
               MOVE O-ACC-CURRENCY(1)      TO WS-BF-ACC-CURRENCY1
               MOVE O-ACC-BALANCE(1)       TO WS-BF-ACC-BALANCE1
               MOVE O-ACC-ACCOUNTID(1)     TO WS-BF-ACC-ID1
             WHEN ACCDB-STATUS-NOT-FOUND-ERR
               SET O-DISP-ERR-DB-ITEM-NOT-FOUND TO TRUE
             WHEN OTHER
               SET O-DISP-ERR-DB-SQL       TO TRUE
           END-EVALUATE

           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           *> A DESTINATION ON OUR OWN BOOKS IS AN ORDINARY TRANSFER,
           *> WHICH ALREADY POSTS IMMEDIATELY.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE I-POST-TRANSFER-DESTIBAN   TO I-ACC-IBAN
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF ACCDB-STATUS-OK
             SET O-DISP-ERR-INSTANT-NOT-ELIGIBLE TO TRUE
             MOVE 1                        TO I-ERR-PARAM-COUNT
             MOVE I-POST-TRANSFER-DESTIBAN TO I-ERR-PARAM (1)
             EXIT SECTION
           END-IF

           *> THE DESTINATION IS AT ANOTHER BANK -- THE CHECKSUM IS
           *> ALL WE CAN VALIDATE, SAME AS A SAVED BENEFICIARY.
           MOVE FUNCTION UPPER-CASE(I-POST-TRANSFER-DESTIBAN)
                                           TO WS-BNV-IBAN
           PERFORM UT-VALIDATE-BENEF-IBAN
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           *> THE SCHEME SETTLES ONE CURRENCY UP TO A CEILING. A
           *> PAYMENT BIG ENOUGH TO NEED A SECOND APPROVER CANNOT BE
           *> INSTANT EITHER -- IT WOULD SIT WAITING FOR TRANSAPPR.
           MOVE K-IP-MAX-AMOUNT            TO WS-IP-CEILING
           IF (K-APPROVAL-TELLER-ONLY-N OR U-DISP-LOGIN-TELLER)
             AND WS-CUR-APPROVAL-THR <= WS-IP-CEILING
             COMPUTE WS-IP-CEILING = WS-CUR-APPROVAL-THR - 0.01
           END-IF
           IF WS-BF-ACC-CURRENCY1 NOT = K-IP-CURRENCY
           OR I-POST-TRANSFER-AMOUNT > WS-IP-CEILING
             SET O-DISP-ERR-INSTANT-SCHEME-LIMIT TO TRUE
             MOVE 2                        TO I-ERR-PARAM-COUNT
             MOVE WS-BF-ACC-CURRENCY1      TO I-ERR-PARAM (1)
             MOVE WS-IP-CEILING            TO WS-IP-AMOUNT-EDITED
             MOVE FUNCTION TRIM(WS-IP-AMOUNT-EDITED)
                                           TO I-ERR-PARAM (2)
             EXIT SECTION
           END-IF

           *> A NOTICE ACCOUNT'S NOTICES ARE SETTLED AS THE MONEY
           *> LEAVES -- NOT SOMETHING TO DO ON A PAYMENT THAT MAY
           *> STILL BE REJECTED. POST AN ORDINARY TRANSFER OUT OF IT.
           PERFORM F-CHECK-SOURCE-NOTICE
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF
           IF FG-SOURCE-NOTICE-Y
             SET O-DISP-ERR-INSTANT-NOT-ELIGIBLE TO TRUE
             MOVE 1                        TO I-ERR-PARAM-COUNT
             MOVE I-POST-TRANSFER-SRCIBAN  TO I-ERR-PARAM (1)
             EXIT SECTION
           END-IF

           *> THE FUNDS MUST BE FREE -- NOT ALREADY UNDER A HOLD,
           *> WHICH INCLUDES EVERY INSTANT PAYMENT STILL IN FLIGHT.
           PERFORM F-GET-HELD-TOTAL
           COMPUTE WS-BF-AMOUNT = I-POST-TRANSFER-AMOUNT + WS-HELD-TOTAL
           PERFORM CHECK-BALANCE
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-VELOCITY
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF
           PERFORM F-CHECK-INSTANT-VELOCITY
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           IF FG-TG-MINOR-Y
             PERFORM F-CHECK-SOURCE-MINOR-LIMITS
             IF NOT O-DISP-ERR-OK
               EXIT SECTION
             END-IF
           END-IF

           PERFORM F-CHECK-SCREENING
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           IF I-POST-TRANSFER-AMOUNT >= WS-CUR-STEPUP-THR
             AND FG-STEPUP-SATISFIED-N
             PERFORM F-CHECK-BENEFICIARY-MATURITY
             IF FG-BENEF-MATURE-N
               PERFORM F-CHECK-STEPUP
               IF NOT O-DISP-ERR-OK
                 EXIT SECTION
               END-IF
             END-IF
           END-IF

           PERFORM UT-GET-TIMESTAMP
           PERFORM UT-OPEN-INSTANT-FILE
           PERFORM UT-NEXT-INSTANT-ID

           *> "INS" + SUBMISSION ID + WALL-CLOCK yymmddhhmmss.
           MOVE SPACES                     TO WS-IP-REFERENCE
           STRING "INS" WS-IP-NEXT-ID WS-DATE-RAW(3:6)
                  WS-TIME-RAW(1:6)
             DELIMITED BY SIZE
             INTO WS-IP-REFERENCE
           END-STRING

           INITIALIZE HOLDDB-INTERFACE
           SET I-HOLD-OP-POST              TO TRUE
           MOVE WS-BF-ACC-ID1              TO I-HOLD-ACCOUNTID
           MOVE I-POST-TRANSFER-AMOUNT     TO I-HOLD-AMOUNT
           STRING "INSTANT PAYMENT " WS-IP-REFERENCE
             DELIMITED BY SIZE
             INTO I-HOLD-REASON
           END-STRING
           MOVE 0                          TO I-HOLD-EXPIRY-DATE
           SET PGNAME-HOLDDB               TO TRUE
           CALL PROGNAME USING HOLDDB-INTERFACE
           IF NOT HOLDDB-STATUS-OK
             SET O-DISP-ERR-DB-SQL         TO TRUE
             CLOSE INSTANT-PAY-FILE
             EXIT SECTION
           END-IF
           MOVE O-HOLD-ID(1)               TO WS-IP-HOLD-ID

           COMPUTE WS-IP-NOW-SECS =
                   FUNCTION NUMVAL(WS-TIME-HH) * 3600
                 + FUNCTION NUMVAL(WS-TIME-MM) * 60
                 + FUNCTION NUMVAL(WS-TIME-SS)

           INITIALIZE INSTANT-PAY-RECORD
           MOVE WS-IP-NEXT-ID              TO IP-ID
           MOVE WS-IP-REFERENCE            TO IP-REFERENCE
           MOVE WS-BF-ACC-ID1              TO IP-SRC-ACCID
           MOVE I-POST-TRANSFER-SRCIBAN    TO IP-SRC-IBAN
           MOVE I-POST-TRANSFER-DESTIBAN   TO IP-DEST-IBAN
           MOVE I-POST-TRANSFER-AMOUNT     TO IP-AMOUNT
           MOVE WS-BF-ACC-CURRENCY1        TO IP-CURRENCY
           MOVE WS-BF-CUST-ID              TO IP-CUSTOMERID
           MOVE WS-IP-HOLD-ID              TO IP-HOLD-ID
           MOVE U-DISP-LOGIN-ID            TO IP-REQUESTED-BY
           MOVE WS-TIMESTAMP               TO IP-SUBMIT-TS
           MOVE WS-DATE-RAW                TO IP-SUBMIT-DATE
           MOVE WS-IP-NOW-SECS             TO IP-SUBMIT-SECS
           SET IP-SUBMITTED                TO TRUE
           WRITE INSTANT-PAY-RECORD
           CLOSE INSTANT-PAY-FILE

           PERFORM UT-OPEN-INSTANT-MSG-FILE
           INITIALIZE INSTANT-MSG-RECORD
           SET IM-MSG-SUBMIT               TO TRUE
           MOVE WS-IP-REFERENCE            TO IM-REFERENCE
           MOVE I-POST-TRANSFER-SRCIBAN    TO IM-SRC-IBAN
           MOVE I-POST-TRANSFER-DESTIBAN   TO IM-DEST-IBAN
           MOVE I-POST-TRANSFER-AMOUNT     TO IM-AMOUNT
           MOVE WS-BF-ACC-CURRENCY1        TO IM-CURRENCY
           MOVE WS-TIMESTAMP               TO IM-TIMESTAMP
           WRITE INSTANT-MSG-RECORD
           CLOSE INSTANT-MSG-FILE

           *> SAME REVIEW LOGGING AS A POSTED TRANSFER.
           PERFORM F-CHECK-FRAUD

           MOVE WS-IP-NEXT-ID              TO O-POST-TRANSFER-ID
           MOVE I-POST-TRANSFER-SRCIBAN    TO O-POST-TRANSFER-SRCIBAN
           MOVE I-POST-TRANSFER-DESTIBAN   TO O-POST-TRANSFER-DESTIBAN
           MOVE I-POST-TRANSFER-AMOUNT     TO O-POST-TRANSFER-AMOUNT
           MOVE WS-TIMESTAMP               TO O-POST-TRANSFER-TIMESTAMP
           MOVE WS-BF-ACC-CURRENCY1        TO O-POST-TRANSFER-CURRENCY
           MOVE "SUBMITTED"                TO O-POST-TRANSFER-STATUS
           MOVE I-POST-TRANSFER-AMOUNT     TO O-POST-TRANSFER-DESTAMOUNT
           MOVE WS-BF-ACC-CURRENCY1        TO
                                           O-POST-TRANSFER-DESTCURRENCY
           .
       F-CREATE-INSTANT-PAYMENT-END.
           EXIT.
      ******************************************************************
       F-CHECK-INSTANT-VELOCITY SECTION.
      *    AN INSTANT PAYMENT ONLY BECOMES A TRANSFERDB ROW ONCE THE
      *    SCHEME ACCEPTS IT, SO F-CHECK-VELOCITY CANNOT SEE TODAY'S
      *    SUBMISSIONS STILL IN FLIGHT -- ADD THEM HERE AND RE-TEST
      *    THE SAME LIMITS.
           OPEN INPUT INSTANT-PAY-FILE
           IF WS-IP-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO IP-ID
           START INSTANT-PAY-FILE KEY IS NOT LESS THAN IP-ID
             INVALID KEY
               SET FG-MORE-IP-ROWS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-IP-ROWS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-IP-ROWS-N
             READ INSTANT-PAY-FILE NEXT RECORD
               AT END
                 SET FG-MORE-IP-ROWS-N     TO TRUE
               NOT AT END
                 IF IP-SRC-IBAN = I-POST-TRANSFER-SRCIBAN
                 AND IP-IS-OPEN
                 AND IP-SUBMIT-TS(1:10) = T-DATE
                   ADD 1                   TO WS-VEL-COUNT
                   ADD IP-AMOUNT           TO WS-VEL-AMOUNT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE INSTANT-PAY-FILE

           IF WS-VEL-COUNT + 1 > WS-CUR-VEL-MAX-COUNT
           OR WS-VEL-AMOUNT > WS-CUR-VEL-MAX-AMOUNT
             SET O-DISP-ERR-TRANSFER-VELOCITY TO TRUE
           END-IF
           .
       F-CHECK-INSTANT-VELOCITY-END.
           EXIT.
      ******************************************************************
       F-GET-HELD-TOTAL SECTION.
      *    WALK ALL PAGES OF ACTIVE HOLDS AGAINST WS-TG-ACC-ID AND SUM
      *    THEM INTO WS-HELD-TOTAL -- SAME AS ACCBO.F-GET-HELD-TOTAL.
           MOVE 0                          TO WS-HELD-TOTAL
           SET FG-MORE-HOLD-PAGES-Y        TO TRUE
           MOVE 1                          TO WS-HOLD-PAGE-NUMBER

           PERFORM UNTIL FG-MORE-HOLD-PAGES-N
             INITIALIZE HOLDDB-INTERFACE
             SET I-HOLD-OP-GETLIST         TO TRUE
             MOVE WS-TG-ACC-ID             TO I-HOLD-ACCOUNTID
             SET I-HOLD-STATUS-ACTIVE      TO TRUE
             MOVE WS-HOLD-PAGE-NUMBER      TO I-HOLD-PAGE-NUMBER
             SET PGNAME-HOLDDB             TO TRUE
             CALL PROGNAME USING HOLDDB-INTERFACE

             IF NOT HOLDDB-STATUS-OK
               MOVE 0                      TO O-HOLDDB-COUNT
             END-IF

             IF O-HOLDDB-COUNT = 0
               SET FG-MORE-HOLD-PAGES-N    TO TRUE
             ELSE
               PERFORM VARYING IND-2 FROM 1 BY 1
                       UNTIL IND-2 > O-HOLDDB-COUNT
                 IF O-HOLD-ACCOUNTID(IND-2) = WS-TG-ACC-ID
                 AND O-HOLD-STATUS(IND-2) = "A"
                   ADD O-HOLD-AMOUNT(IND-2) TO WS-HELD-TOTAL
                 END-IF
               END-PERFORM
               IF O-HOLDDB-COUNT < K-PAGE-SIZE
                 SET FG-MORE-HOLD-PAGES-N  TO TRUE
               ELSE
                 ADD 1                     TO WS-HOLD-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM
           .
       F-GET-HELD-TOTAL-END.
           EXIT.
      ******************************************************************
       UT-OPEN-INSTANT-FILE SECTION.
           OPEN I-O INSTANT-PAY-FILE
           IF WS-IP-FILE-STATUS = "35"
             OPEN OUTPUT INSTANT-PAY-FILE
             CLOSE INSTANT-PAY-FILE
             OPEN I-O INSTANT-PAY-FILE
           END-IF
           .
       UT-OPEN-INSTANT-FILE-END.
           EXIT.
      ******************************************************************
       UT-NEXT-INSTANT-ID SECTION.
           MOVE 0                          TO WS-IP-NEXT-ID
           MOVE LOW-VALUES                 TO IP-ID
           START INSTANT-PAY-FILE KEY IS NOT LESS THAN IP-ID
             INVALID KEY
               SET FG-MORE-IP-ROWS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-IP-ROWS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-IP-ROWS-N
             READ INSTANT-PAY-FILE NEXT RECORD
               AT END
                 SET FG-MORE-IP-ROWS-N     TO TRUE
               NOT AT END
                 IF IP-ID > WS-IP-NEXT-ID
                   MOVE IP-ID              TO WS-IP-NEXT-ID
                 END-IF
             END-READ
           END-PERFORM

           ADD 1                           TO WS-IP-NEXT-ID
           .
       UT-NEXT-INSTANT-ID-END.
           EXIT.
      ******************************************************************
       UT-OPEN-INSTANT-MSG-FILE SECTION.
      *    THE GATEWAY'S PICK-UP FILE IS APPENDED TO, NEVER REPLACED.
           OPEN EXTEND INSTANT-MSG-FILE
           IF WS-IM-FILE-STATUS = "35"
             OPEN OUTPUT INSTANT-MSG-FILE
           END-IF
           .
       UT-OPEN-INSTANT-MSG-FILE-END.
           EXIT.
      ******************************************************************
       F-CREATE-APPROVAL-REQUEST SECTION.
      *    WRITES A PENDING RECORD FOR TRANSAPPR TO PICK UP -- NO
      *    MONEY MOVES UNTIL A SECOND, DIFFERENT BANK USER APPROVES IT
      *    THERE. THE CALLER SEES A "PENDING" STATUS AND THE APPROVAL
      *    ID (NOT A TRANSFER ID) BACK IN O-POST-TRANSFER-ID.
           PERFORM UT-GET-TIMESTAMP
           MOVE WS-TIMESTAMP                TO I-TRANSFER-TIMESTAMP

           PERFORM UT-OPEN-APPROVAL-FILES
           PERFORM UT-NEXT-APPROVAL-ID

           MOVE WS-APR-NEXT-ID              TO APR-ID
           MOVE I-POST-TRANSFER-SRCIBAN     TO APR-SRCIBAN
           MOVE I-POST-TRANSFER-DESTIBAN    TO APR-DESTIBAN
           MOVE I-POST-TRANSFER-AMOUNT      TO APR-AMOUNT
           MOVE WS-BF-ACC-CURRENCY1         TO APR-CURRENCY
           MOVE WS-BF-DEST-CREDIT           TO APR-DESTAMOUNT
           MOVE WS-BF-ACC-CURRENCY2         TO APR-DESTCURRENCY
           MOVE U-DISP-LOGIN-ID             TO APR-REQUESTED-BY
           MOVE I-TRANSFER-TIMESTAMP        TO APR-TIMESTAMP
           SET APR-IS-PENDING               TO TRUE
           MOVE 0                           TO APR-DECIDED-BY
           WRITE APPROVAL-RECORD

           PERFORM UT-CLOSE-APPROVAL-FILES

           MOVE WS-APR-NEXT-ID              TO O-POST-TRANSFER-ID
           MOVE I-POST-TRANSFER-SRCIBAN     TO O-POST-TRANSFER-SRCIBAN
           MOVE I-POST-TRANSFER-DESTIBAN    TO O-POST-TRANSFER-DESTIBAN
           MOVE I-POST-TRANSFER-AMOUNT      TO O-POST-TRANSFER-AMOUNT
           MOVE I-TRANSFER-TIMESTAMP        TO O-POST-TRANSFER-TIMESTAMP
           MOVE WS-BF-ACC-CURRENCY1         TO O-POST-TRANSFER-CURRENCY
           MOVE WS-BF-DEST-CREDIT     TO O-POST-TRANSFER-DESTAMOUNT
                                          OF O-DISP-POST-TRANSFER
           MOVE WS-BF-ACC-CURRENCY2   TO O-POST-TRANSFER-DESTCURRENCY
                                          OF O-DISP-POST-TRANSFER
           MOVE "PENDING"                   TO O-POST-TRANSFER-STATUS
           .
       F-CREATE-APPROVAL-REQUEST-END.
           EXIT.
      ******************************************************************
       UT-OPEN-APPROVAL-FILES SECTION.
           OPEN I-O APPROVAL-FILE
           IF WS-APR-FILE-STATUS = "35"
             OPEN OUTPUT APPROVAL-FILE
             CLOSE APPROVAL-FILE
             OPEN I-O APPROVAL-FILE
           END-IF
           .
       UT-OPEN-APPROVAL-FILES-END.
           EXIT.
      ******************************************************************
       UT-CLOSE-APPROVAL-FILES SECTION.
           CLOSE APPROVAL-FILE
           .
       UT-CLOSE-APPROVAL-FILES-END.
           EXIT.
      ******************************************************************
       UT-NEXT-APPROVAL-ID SECTION.
      *    A SMALL SEQUENCE FILE HOLDING THE LAST-ISSUED APPROVAL ID --
      *    SAME MARKER-FILE STYLE AS THE FRAUDCHK/NOTIFY ROTATION FILE.
           MOVE 0                           TO WS-APR-NEXT-ID

           OPEN INPUT APR-SEQ-FILE
           IF WS-APR-SEQ-STATUS = "00"
             READ APR-SEQ-FILE
               NOT AT END
                 MOVE APR-SEQ-LINE          TO WS-APR-NEXT-ID
             END-READ
             CLOSE APR-SEQ-FILE
           END-IF

           ADD 1                            TO WS-APR-NEXT-ID

           OPEN OUTPUT APR-SEQ-FILE
           MOVE WS-APR-NEXT-ID              TO APR-SEQ-LINE
           WRITE APR-SEQ-LINE
           CLOSE APR-SEQ-FILE
           .
       UT-NEXT-APPROVAL-ID-END.
           EXIT.
      ******************************************************************
       F-CHECK-SOURCE-DECEASED SECTION.
      *    WS-BF-CUST-ID WAS RESOLVED FROM THE SOURCE IBAN BY
      *    UT-GET-USER-DATA JUST ABOVE.
           SET FG-OWNER-DECEASED-N         TO TRUE
           OPEN INPUT DECEASED-FILE
           IF WS-DEC-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           MOVE WS-BF-CUST-ID              TO DC-CUSTOMERID
           READ DECEASED-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF DC-IS-DECEASED OR DC-RELEASE-PENDING
                 SET FG-OWNER-DECEASED-Y   TO TRUE
               END-IF
           END-READ
           CLOSE DECEASED-FILE

      *    ONLY SOLE-OWNED ACCOUNTS FREEZE -- A LIVING JOINT OWNER
      *    KEEPS THE ACCOUNT OPERABLE (SEE F-CHECK-LIVING-JOINT-
      *    OWNER BELOW; THEIR PERMISSION TIER WAS ALREADY CHECKED).
           IF FG-OWNER-DECEASED-Y
             MOVE WS-BF-ACC-ID             TO WS-JA-SCAN-ACC-ID
             PERFORM F-CHECK-LIVING-JOINT-OWNER
           END-IF

           IF FG-OWNER-DECEASED-Y
             SET O-DISP-ERR-ACC-OWNER-DECEASED TO TRUE
             MOVE 1                        TO I-ERR-PARAM-COUNT
             MOVE WS-BF-CUST-ID            TO I-ERR-PARAM (1)
           END-IF
           .
       F-CHECK-SOURCE-DECEASED-END.
           EXIT.
      ******************************************************************
       F-CHECK-STAFF-TRANSFER SECTION.
      *    EITHER SIDE COUNTS -- PAYING OUT OF A RELATIVE'S ACCOUNT IS
      *    AS MUCH SELF-DEALING AS PAYING INTO ONE'S OWN. AN EXTERNAL
      *    DESTINATION IS NOT ON FILE AND SO NEVER CONFLICTS.
           MOVE I-POST-TRANSFER-SRCIBAN    TO WS-STAFF-CHECK-IBAN
           PERFORM UT-CHECK-STAFF-LINK
           IF FG-STAFF-CONFLICT-N
             MOVE I-POST-TRANSFER-DESTIBAN TO WS-STAFF-CHECK-IBAN
             PERFORM UT-CHECK-STAFF-LINK
           END-IF

      *    AN INSTANT PAYMENT HAS NO APPROVAL QUEUE TO WAIT ON.
           IF FG-STAFF-CONFLICT-Y
             AND (K-STAFF-CONFLICT-REFUSE OR I-POST-TRANSFER-INSTANT-Y)
             SET O-DISP-ERR-STAFF-SELF-DEALING TO TRUE
             MOVE 2                        TO I-ERR-PARAM-COUNT
             MOVE U-DISP-LOGIN-ID          TO I-ERR-PARAM (1)
             MOVE WS-STAFF-CHECK-IBAN      TO I-ERR-PARAM (2)
           END-IF
           .
       F-CHECK-STAFF-TRANSFER-END.
           EXIT.
      ******************************************************************
       UT-CHECK-STAFF-LINK SECTION.
      *    IS THE LOGGED-IN USER LINKED TO WS-STAFF-CHECK-IBAN'S
      *    ACCOUNT (SEE STAFFCHK)?
           INITIALIZE STAFFCHK-INTERFACE
           MOVE U-DISP-LOGIN-ID            TO I-STFC-BUSR-ID
           MOVE WS-STAFF-CHECK-IBAN        TO I-STFC-IBAN
           SET PGNAME-STAFFCHK             TO TRUE
           CALL PROGNAME USING STAFFCHK-INTERFACE

           IF STAFFCHK-STATUS-CONFLICT
             SET FG-STAFF-CONFLICT-Y       TO TRUE
           END-IF
           .
       UT-CHECK-STAFF-LINK-END.
           EXIT.
      ******************************************************************
       F-CHECK-SOURCE-NOTICE SECTION.
      *    WS-TG-ACC-ID IS THE SOURCE ACCOUNT, SET BY THE PERMISSION
      *    CHECK ABOVE. NOTICE ANSWERS BAD-ACCOUNT FOR ANY OTHER
      *    PRODUCT, WHICH NEEDS NO NOTICE.
           SET FG-SOURCE-NOTICE-N          TO TRUE
           INITIALIZE NOTICE-INTERFACE
           SET I-NTC-OP-CHECK              TO TRUE
           MOVE WS-TG-ACC-ID               TO I-NTC-ACCOUNTID
           MOVE I-POST-TRANSFER-AMOUNT     TO I-NTC-AMOUNT
           MOVE "N"                        TO I-NTC-EARLY
           MOVE U-DISP-LOGIN-ID            TO I-NTC-ACTOR-BUSR-ID
           SET PGNAME-NOTICE               TO TRUE
           CALL PROGNAME USING NOTICE-INTERFACE

           EVALUATE TRUE
             WHEN NOTICE-STATUS-OK
               SET FG-SOURCE-NOTICE-Y      TO TRUE
             WHEN NOTICE-STATUS-REQUIRED
               SET O-DISP-ERR-NOTICE-REQUIRED TO TRUE
               MOVE 2                      TO I-ERR-PARAM-COUNT
               MOVE O-NTC-AVAILABLE        TO WS-NTC-AMOUNT-EDITED
               MOVE FUNCTION TRIM(WS-NTC-AMOUNT-EDITED)
                                           TO I-ERR-PARAM (1)
               MOVE I-POST-TRANSFER-AMOUNT TO WS-NTC-AMOUNT-EDITED
               MOVE FUNCTION TRIM(WS-NTC-AMOUNT-EDITED)
                                           TO I-ERR-PARAM (2)
             WHEN NOTICE-STATUS-BAD-ACCOUNT
               CONTINUE
             WHEN OTHER
               SET O-DISP-ERR-DB-SQL       TO TRUE
           END-EVALUATE
           .
       F-CHECK-SOURCE-NOTICE-END.
           EXIT.
      ******************************************************************
       F-SETTLE-SOURCE-NOTICE SECTION.
      *    THE TRANSFER HAS POSTED -- USE UP THE NOTICES COVERING IT.
           INITIALIZE NOTICE-INTERFACE
           SET I-NTC-OP-SETTLE             TO TRUE
           MOVE WS-TG-ACC-ID               TO I-NTC-ACCOUNTID
           MOVE I-POST-TRANSFER-AMOUNT     TO I-NTC-AMOUNT
           MOVE U-DISP-LOGIN-ID            TO I-NTC-ACTOR-BUSR-ID
           SET PGNAME-NOTICE               TO TRUE
           CALL PROGNAME USING NOTICE-INTERFACE
           .
       F-SETTLE-SOURCE-NOTICE-END.
           EXIT.
      ******************************************************************
       F-CHECK-LIVING-JOINT-OWNER SECTION.
      *    THE FREEZE IS FOR SOLE-OWNED ACCOUNTS -- AN ACCOUNT WITH
      *    AN ACTIVE JOINT OWNER STAYS OPERABLE FOR THE SURVIVOR,
      *    WHOSE OWN PERMISSION TIER STILL APPLIES AS ALWAYS. THE
      *    RULE ROW (BANK USER 00000) IS NOT AN OWNER AND DOES NOT
      *    COUNT. CALLER LEAVES THE ACCOUNT IN JA-ACCOUNT-ID'S
      *    SOURCE FIELD BELOW AND TAKES FG-OWNER-DECEASED BACK.
           PERFORM UT-OPEN-JOINT-ACC
           MOVE WS-JA-SCAN-ACC-ID          TO JA-ACCOUNT-ID
           MOVE 0                          TO JA-BUSR-ID
           SET FG-MORE-JA-ROWS-Y           TO TRUE
           START JOINT-ACC-FILE KEY IS NOT LESS THAN JA-KEY
             INVALID KEY
               SET FG-MORE-JA-ROWS-N       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-JA-ROWS-N
             READ JOINT-ACC-FILE NEXT RECORD
               AT END
                 SET FG-MORE-JA-ROWS-N     TO TRUE
               NOT AT END
                 IF JA-ACCOUNT-ID NOT = WS-JA-SCAN-ACC-ID
                   SET FG-MORE-JA-ROWS-N   TO TRUE
                 ELSE
                   IF JA-IS-ACTIVE AND JA-BUSR-ID NOT = 0
                     SET FG-OWNER-DECEASED-N TO TRUE
                     SET FG-MORE-JA-ROWS-N TO TRUE
                   END-IF
                 END-IF
             END-READ
      ******************************************************************
       UT-DEFAULT-PERMISSION-CHECK SECTION.
      *
           SET FG-LOGIN-REP-N                 TO TRUE
           EVALUATE TRUE
             WHEN U-DISP-LOGIN-ADMIN
      *        Always allowed
      *        
             WHEN U-DISP-LOGIN-CLIENT
      *        Client can act on their own accounts, or an account
      *        they are a registered joint owner of (see JOINTACC),
      *        or a minor's account they are the guardian of (see
      *        CUSTPROFILERECORD), or a legal entity's account they
      *        are an authorized representative of (see
      *        CUSTRELATIONRECORD) -- same rule as ACCBO.
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
               IF O-DISP-ERR-OK
                 AND FG-LOGIN-REP-Y
                 AND WS-TG-REQUIRES-FULL
                 AND NOT WS-REP-SIGN-SOLE
                 SET O-DISP-ERR-REP-NO-SIGNING-POWER TO TRUE
                 MOVE 1                            TO I-ERR-PARAM-COUNT
                 MOVE WS-BF-CUST-ID                TO I-ERR-PARAM (1)
               END-IF
               IF O-DISP-ERR-OK
                 AND FG-TG-MINOR-Y
                 AND WS-TG-REQUIRES-FULL
                 AND FG-LOGIN-GUARDIAN-N
                 SET O-DISP-ERR-MINOR-GUARDIAN-ONLY TO TRUE
                 MOVE 1                            TO I-ERR-PARAM-COUNT
                 MOVE WS-BF-CUST-ID                TO I-ERR-PARAM (1)
               END-IF
             WHEN OTHER
               SET O-DISP-ERR-AUTH-ROLE-FORBIDDEN  TO TRUE
               MOVE 1                              TO I-ERR-PARAM-COUNT
      *
       UT-DEFAULT-PERMISSION-CHECK-END.
           EXIT.
      ******************************************************************
       UT-CHECK-ENTITY-REP SECTION.
      *    SETS FG-LOGIN-REP-Y, WITH THE SIGNING POWER AND LIMIT, WHEN
      *    THE SOURCE OWNER WS-BF-CUST-ID IS AN ACTIVE LEGAL ENTITY
      *    (SEE CUSTENTITYRECORD) AND THE LOGGED-IN CLIENT IS ONE OF
      *    ITS ACTIVE AUTHORIZED REPRESENTATIVES. SAME RULE AS
      *    ACCBO.UT-CHECK-ENTITY-REP.
           SET FG-LOGIN-REP-N              TO TRUE
           MOVE SPACES                     TO WS-REP-SIGNING-POWER
           MOVE 0                          TO WS-REP-SIGNING-LIMIT
           IF NOT U-DISP-LOGIN-CLIENT
             EXIT SECTION
           END-IF

           OPEN INPUT CUST-ENTITY-FILE
           IF WS-CE-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           MOVE WS-BF-CUST-ID              TO CE-CUSTOMERID
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
           MOVE WS-BF-CUST-ID              TO CR-ENTITY-CUSTID
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
                 IF CR-ENTITY-CUSTID NOT = WS-BF-CUST-ID
                   OR NOT CR-ROLE-REPRESENTATIVE
                   SET FG-MORE-CR-ROWS-N   TO TRUE
                 ELSE
                   IF CR-IS-ACTIVE
                     INITIALIZE CUSTDB-INTERFACE
                     MOVE CR-PERSON-CUSTID TO I-CUST-CUSTID
                     SET I-CUST-OP-GET-ITEM
                                           TO TRUE
                     SET PGNAME-CUSTDB     TO TRUE
                     CALL PROGNAME USING CUSTDB-INTERFACE
                     IF CUST-STATUS-OK
                       AND O-CUST-BANKUSERID (1) = U-DISP-LOGIN-ID
                       SET FG-LOGIN-REP-Y  TO TRUE
                       MOVE CR-SIGNING-POWER
                                           TO WS-REP-SIGNING-POWER
                       MOVE CR-SIGNING-LIMIT
                                           TO WS-REP-SIGNING-LIMIT
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
       F-CHECK-REP-SIGNING-LIMIT SECTION.
      *    CALLER LEAVES THE DEBIT IN WS-REP-CHECK-AMOUNT, RIGHT AFTER
      *    UT-DEFAULT-PERMISSION-CHECK RESOLVED THE LOGIN. ZERO LIMIT
      *    MEANS THE REPRESENTATIVE SIGNS FOR ANY AMOUNT.
           IF FG-LOGIN-REP-N
             OR WS-REP-SIGNING-LIMIT = 0
             OR WS-REP-CHECK-AMOUNT NOT > WS-REP-SIGNING-LIMIT
             EXIT SECTION
           END-IF
           SET O-DISP-ERR-REP-SIGNING-LIMIT TO TRUE
           MOVE 2                          TO I-ERR-PARAM-COUNT
           MOVE WS-REP-SIGNING-LIMIT       TO WS-MINOR-AMOUNT-EDITED
           MOVE FUNCTION TRIM(WS-MINOR-AMOUNT-EDITED)
                                           TO I-ERR-PARAM (1)
           MOVE WS-REP-CHECK-AMOUNT        TO WS-MINOR-AMOUNT-EDITED
           MOVE FUNCTION TRIM(WS-MINOR-AMOUNT-EDITED)
                                           TO I-ERR-PARAM (2)
           .
       F-CHECK-REP-SIGNING-LIMIT-END.
           EXIT.
      ******************************************************************
       UT-CHECK-MINOR-GUARDIAN SECTION.
      *    LOADS WS-BF-CUST-ID'S PROFILE (SEE CUSTPROFILERECORD) --
      *    EVERY CALLER OF UT-DEFAULT-PERMISSION-CHECK HAS JUST
      *    RESOLVED THE ACCOUNT OWNER THERE. SETS FG-TG-MINOR-Y AND
      *    THE LIMITS THE MINOR RUNS UNDER, AND FG-LOGIN-GUARDIAN-Y
      *    WHEN THE LOGGED-IN CLIENT IS THE MINOR'S GUARDIAN. SAME
      *    RULE AS ACCBO.UT-CHECK-MINOR-GUARDIAN.
           SET FG-TG-MINOR-N               TO TRUE
           SET FG-LOGIN-GUARDIAN-N         TO TRUE
           MOVE K-MINOR-TXN-LIMIT          TO WS-MINOR-TXN-LIMIT
           MOVE K-MINOR-DAILY-LIMIT        TO WS-MINOR-DAILY-LIMIT
           MOVE 0                          TO WS-MINOR-GUARDIAN-CUSTID

           OPEN INPUT CUST-PROFILE-FILE
           IF WS-CP-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           MOVE WS-BF-CUST-ID              TO CP-CUSTOMERID
           READ CUST-PROFILE-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CP-IS-MINOR
                 SET FG-TG-MINOR-Y         TO TRUE
                 MOVE CP-GUARDIAN-CUSTID   TO WS-MINOR-GUARDIAN-CUSTID
                 IF CP-TXN-LIMIT > 0
                   MOVE CP-TXN-LIMIT       TO WS-MINOR-TXN-LIMIT
                 END-IF
                 IF CP-DAILY-LIMIT > 0
                   MOVE CP-DAILY-LIMIT     TO WS-MINOR-DAILY-LIMIT
                 END-IF
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
       F-CHECK-SOURCE-MINOR-LIMITS SECTION.
      *    A TRANSFER OUT OF A MINOR'S ACCOUNT MAY NOT EXCEED THE
      *    MINOR'S SINGLE-DEBIT LIMIT, NOR TAKE TODAY'S TRANSFERS OUT
      *    OF IT OVER THE DAILY LIMIT -- WS-VEL-AMOUNT, AS LEFT BY
      *    F-CHECK-VELOCITY, ALREADY INCLUDES THIS TRANSFER.
           IF I-POST-TRANSFER-AMOUNT > WS-MINOR-TXN-LIMIT
             SET O-DISP-ERR-MINOR-LIMIT    TO TRUE
             MOVE 2                        TO I-ERR-PARAM-COUNT
             MOVE WS-MINOR-TXN-LIMIT       TO WS-MINOR-AMOUNT-EDITED
             MOVE FUNCTION TRIM(WS-MINOR-AMOUNT-EDITED)
                                           TO I-ERR-PARAM (1)
             MOVE I-POST-TRANSFER-AMOUNT   TO WS-MINOR-AMOUNT-EDITED
             MOVE FUNCTION TRIM(WS-MINOR-AMOUNT-EDITED)
                                           TO I-ERR-PARAM (2)
             EXIT SECTION
           END-IF

           IF WS-VEL-AMOUNT > WS-MINOR-DAILY-LIMIT
             SET O-DISP-ERR-MINOR-LIMIT    TO TRUE
             MOVE 2                        TO I-ERR-PARAM-COUNT
             MOVE WS-MINOR-DAILY-LIMIT     TO WS-MINOR-AMOUNT-EDITED
             MOVE FUNCTION TRIM(WS-MINOR-AMOUNT-EDITED)
                                           TO I-ERR-PARAM (1)
             MOVE WS-VEL-AMOUNT            TO WS-MINOR-AMOUNT-EDITED
             MOVE FUNCTION TRIM(WS-MINOR-AMOUNT-EDITED)
                                           TO I-ERR-PARAM (2)
           END-IF
           .
       F-CHECK-SOURCE-MINOR-LIMITS-END.
           EXIT.
      ******************************************************************
       UT-CHECK-JOINT-OWNER SECTION.
           PERFORM UT-OPEN-JOINT-ACC
