       01 DISPATCHER-INTERFACE.
         05 DISPATCHER-IN.
           10 I-DISP-BANKUSERID                     PIC 9(09).
           10 FILLER                                PIC X.
           10 I-DISP-METHOD                         PIC X(08).
             88 I-DISP-METHOD-OK                    VALUE "GET     "
                                                          "DECEASED  "
                                                          "FUTURE    "
                                                          "BENEF     "
                                                          "DEBITBLK  "
                                                          "VIBAN     "
                                                          "NOTICE    "
                                                          "PAYREQ    "
                                                          "PROXY     "
                                                          "POINTS    ".
             88 I-DISP-OBJ-CUST-ITEM                VALUE "CUSTOMER  ".
             88 I-DISP-OBJ-CUST-LIST                VALUE "CUSTOMERS ".
             88 I-DISP-OBJ-LOGIN                    VALUE "LOGIN     ".
      *    CANCEL (DELETE) AND LIST ALL ROUTE THROUGH CARDBO UNDER
      *    THE SAME SESSION/ROLE CHECKS AS EVERY OTHER OBJECT, SO A
      *    CLIENT CAN BLOCK THEIR OWN CARD FROM SELF-SERVICE AND A
      *    TELLER'S CARD ACTIONS FOLLOW THE AU01-AU05 RULES. GET CARD
      *    AND PUT CARD ACTION C READ AND SET THE CARD'S USAGE
      *    CONTROLS (MERCHANT CATEGORIES, COUNTRIES, E-COMMERCE,
      *    TRAVEL NOTICES -- SEE CARDCTL).
             88 I-DISP-OBJ-CARD-ITEM                VALUE "CARD      ".
             88 I-DISP-OBJ-CARD-LIST                VALUE "CARDS     ".
      *    DECEASED-CUSTOMER MARKING -- STEP-UP PROTECTED LIKE
      *      DEBIT BLOCK) -- POST PLACES A BLOCK, DELETE LIFTS ONE,
      *      GET LISTS THEM. ROUTED TO ACCBO.
             88 I-DISP-OBJ-DEBIT-BLOCK              VALUE "DEBITBLK  ".
      *      VIRTUAL IBANS FOR A BUSINESS CUSTOMER'S COLLECTIONS
      *      (SEE VIBANRECORD) -- POST ISSUES ONE ON AN ACCOUNT,
      *      TAGGED WITH THE PAYER OR INVOICE IT IS FOR, DELETE
      *      CLOSES ONE, GET LISTS AN ACCOUNT'S. ROUTED TO ACCBO.
             88 I-DISP-OBJ-VIBAN                    VALUE "VIBAN     ".
      *      WITHDRAWAL NOTICES ON A NOTICE SAVINGS ACCOUNT (SEE
      *      NOTICERECORD) -- POST FILES ONE, DELETE CANCELS ONE, GET
      *      LISTS THE OPEN ONES. ROUTED TO ACCBO.
             88 I-DISP-OBJ-NOTICE                   VALUE "NOTICE    ".
      *      REQUEST-TO-PAY BETWEEN CUSTOMERS (SEE PAYREQRECORD) --
      *      POST ASKS ANOTHER CUSTOMER FOR AN AMOUNT, PUT IS THE
      *      PAYER'S ANSWER (ACCEPT PAYS IT BY AN ORDINARY TRANSFER,
      *      DECLINE CLOSES IT), GET LISTS A CUSTOMER'S REQUESTS.
      *      ROUTED TO TRANSFERBO.
             88 I-DISP-OBJ-PAYREQ                   VALUE "PAYREQ    ".
      *      PAYMENT PROXIES (SEE PROXYRECORD/PROXYDIRRECORD) -- POST
      *      LINKS A VERIFIED PHONE OR EMAIL TO AN ACCOUNT, DELETE
      *      RELEASES IT, GET LISTS A CUSTOMER'S OR LOOKS ONE UP ON
      *      THE CENTRAL DIRECTORY. ROUTED TO TRANSFERBO.
             88 I-DISP-OBJ-PROXY                    VALUE "PROXY     ".
      *      CARD LOYALTY POINTS (SEE LOYALTY) -- GET IS THE ACCOUNT
      *      OWNER'S POINTS POSITION, POST REDEEMS POINTS FOR A CASH
      *      CREDIT TO THE ACCOUNT. ROUTED TO CARDBO.
             88 I-DISP-OBJ-POINTS                   VALUE "POINTS    ".
      *    --- INPUT INTERFACES
           10 I-DISP-DATA                           PIC X(220).
   
           10 I-DISP-GET-CUST-LIST        REDEFINES I-DISP-DATA.
             15 I-GET-CUST-LIST-PAGE-NUMBER         PIC 9(05).
             15 FILLER                              PIC X(139).
      *    
           10 I-DISP-GET-CUST-ITEM        REDEFINES I-DISP-DATA.
             15 I-GET-CUST-ITEM-ID                  PIC 9(09).
             15 FILLER                              PIC X.
             15 I-GET-CUST-ITEM-PAGE-NUMBER         PIC 9(05).
             15 FILLER                              PIC X(183).

           10 I-DISP-POST-CUST-ITEM       REDEFINES I-DISP-DATA.
             15 I-POST-CUST-ITEM-BANKUSERID         PIC 9(09).
             15 I-POST-CUST-ITEM-USNAME             PIC X(50).
             15 I-POST-CUST-ITEM-ADDRESS            PIC X(50).
             15 FILLER                              PIC X(89).

           10 I-DISP-DEL-CUST-ITEM        REDEFINES I-DISP-DATA.
             15 I-DEL-CUST-ITEM-CUSTID              PIC 9(09).
             15 FILLER                              PIC X.
      *      ONE-TIME STEP-UP CODE (SEE STEPUP.cbl) -- ZERO ON THE
      *      FIRST ATTEMPT; THE SU01 ERROR COMING BACK MEANS A CODE
             15 FILLER                              PIC X(182).

           10 I-DISP-PUT-CUST-ITEM        REDEFINES I-DISP-DATA.
             15 I-PUT-CUST-ITEM-CUSTID              PIC 9(09).
             15 I-PUT-CUST-ITEM-USNAME              PIC X(50).
             15 I-PUT-CUST-ITEM-ADDRESS             PIC X(50).
             15 FILLER                              PIC X(89).
      *    
           10 I-DISP-GET-ACC-LIST         REDEFINES I-DISP-DATA.
             15 I-GET-ACC-CUSTID                    PIC 9(09).
             15 FILLER                              PIC X.
             15 I-GET-ACC-PAGE-NUMBER               PIC 9(05).
      *        OPTIONAL PARTIAL/FULL-TEXT MATCH AGAINST IBAN.
             15 FILLER                              PIC X(153).
      *
           10 I-DISP-POST-ACC-ITEM        REDEFINES I-DISP-DATA.
             15 I-POST-ACC-CUSTID                   PIC 9(09).
             15 FILLER                              PIC X.
             15 I-POST-ACC-IBAN                     PIC X(30).
             15 FILLER                              PIC X.
             15 FILLER                              PIC X.
      *      PER-ACCOUNT OVERDRAFT LIMIT. ZERO MEANS "NOT SET" --
      *      ACCBO SUBSTITUTES ITS OWN K-OVERDRAFT-LIMIT DEFAULT.
             15 I-POST-ACC-ODLIMIT                  PIC 9(10)V99.
             15 FILLER                              PIC X.
      *      PRODUCT TYPE -- "CUR" CURRENT, "SAV" SAVINGS, "N32" OR
      *      "N95" 32/95-DAY NOTICE SAVINGS. SPACES DEFAULTS TO "CUR",
      *      THE EVERYDAY PRODUCT.
             15 I-POST-ACC-PRODTYPE                 PIC X(03).
             15 FILLER                              PIC X(135).
      *
           10 I-DISP-PUT-ACC-ITEM         REDEFINES I-DISP-DATA.
             15 I-PUT-ACC-ID                        PIC 9(09).
             15 FILLER                              PIC X.
             15 I-PUT-ACC-BALANCE                   PIC S9(10)V99.
             15 FILLER                              PIC X.
      *      OPTIONAL: "A" REOPENS, "C" CLOSES. SPACES = NO CHANGE.
             15 I-PUT-ACC-STATUS                    PIC X(01).
             15 FILLER                              PIC X(176).
      *
           10 I-DISP-DEL-ACC-ITEM         REDEFINES I-DISP-DATA.
             15 I-DEL-ACC-ID                        PIC 9(09).
             15 FILLER                              PIC X(189).
      *
           10 I-DISP-GET-TRANS            REDEFINES I-DISP-DATA.
             15 I-GET-TRANS-CUSTID                  PIC 9(09).
             15 I-GET-TRANS-ACCID                   PIC 9(09).
             15 FILLER                              PIC X.
             15 I-GET-TRANS-PAGE-NUMBER             PIC 9(05).
             15 I-GET-TRANS-DATE                    PIC X(10).
             15 FILLER                              PIC X(147).
      *
           10 I-DISP-POST-TRANS           REDEFINES I-DISP-DATA.
             15 I-POST-TRANS-CUSTID                 PIC 9(09).
             15 I-POST-TRANS-ACCID                  PIC 9(09).
             15 I-POST-TRANS-TRTYPE                 PIC X(10).
             15 I-POST-TRANS-AMOUNT                 PIC 9(10)V99.
             15 I-POST-TRANS-BANKUSERID             PIC 9(09).
      *      FREE-TEXT ANNOTATION FOR THIS TRANSACTION.
             15 I-POST-TRANS-MEMO                   PIC X(40).
      *      OPTIONAL VALUE DATE (YYYYMMDD) -- ZERO MEANS "TODAY'S
      *      BUSINESS DATE". AN EARLIER DATE IS A BACKDATED POSTING
      *      AND IS GATED BY ROLE AND WINDOW (SEE VALUEDATECONFIG).
             15 I-POST-TRANS-VALUE-DATE             PIC 9(08).
      *      OPTIONAL CURRENCY -- BLANK OR THE ACCOUNT'S OWN MOVES THE
      *      ACCOUNT BALANCE; ANOTHER HELD CURRENCY MOVES THAT
      *      CURRENCY POCKET INSTEAD (SEE POCKETINTERFACE). ONLY A
      *      DEPOSIT OR A WITHDRAW MAY GO TO A POCKET.
             15 I-POST-TRANS-CURRENCY               PIC X(03).
      *      WITHDRAW OFF A NOTICE SAVINGS ACCOUNT ONLY -- "Y" TAKES
      *      WHAT NO EXPIRED NOTICE COVERS AS AN EARLY WITHDRAWAL AND
      *      ACCEPTS THE INTEREST PENALTY ON IT.
             15 I-POST-TRANS-EARLY-WDR              PIC X(01).
             15 FILLER                              PIC X(107).
      *
           10 I-DISP-POST-TRANSFER        REDEFINES I-DISP-DATA.
             15 I-POST-TRANSFER-SRCIBAN             PIC X(30).
             15 FILLER                              PIC X.
             15 I-POST-TRANSFER-DESTIBAN            PIC X(30).
             15 FILLER                              PIC X.
             15 I-POST-TRANSFER-AMOUNT              PIC 9(10)V99.
             15 FILLER                              PIC X.
      *      ONE-TIME STEP-UP CODE (SEE STEPUP.cbl) -- ZERO ON THE
      *      FIRST ATTEMPT; THE SU01 ERROR COMING BACK MEANS A CODE
      *      IBAN IS LEFT SPACES, THE SOURCE OWNER'S REGISTRY ROW
      *      UNDER THIS NICKNAME SUPPLIES IT (SEE BENEFICIARYRECORD).
             15 I-POST-TRANSFER-BENEF-NICK          PIC X(15).
      *      "Y" SENDS A TRANSFER TO ANOTHER BANK THROUGH THE INSTANT
      *      PAYMENT SCHEME INSTEAD OF THE NEXT ACH FILE -- THE FUNDS
      *      ARE HELD AND THE PAYMENT SUBMITTED, THEN POSTED OR
      *      RELEASED WHEN THE SCHEME ANSWERS (SEE INSTRESP).
             15 I-POST-TRANSFER-INSTANT             PIC X(01).
               88 I-POST-TRANSFER-INSTANT-Y         VALUE "Y".
      *      OPTIONAL PAYMENT PROXY (PHONE "T" / EMAIL "E") -- WHEN
      *      THE DEST IBAN IS LEFT SPACES THE CENTRAL DIRECTORY
      *      SUPPLIES IT (SEE PROXYDIRRECORD). THE FIRST ATTEMPT
      *      COMES BACK PX04 WITH THE PAYEE'S NAME; RESUBMIT WITH
      *      PAYEE-OK "Y" ONCE THE CUSTOMER HAS CONFIRMED IT.
             15 I-POST-TRANSFER-PROXY-TYPE          PIC X(01).
             15 I-POST-TRANSFER-PROXY               PIC X(60).
             15 I-POST-TRANSFER-PAYEE-OK            PIC X(01).
               88 I-POST-TRANSFER-PAYEE-OK-Y        VALUE "Y".
             15 FILLER                              PIC X(37).
      * 
           10 I-DISP-GET-TRANSFER         REDEFINES I-DISP-DATA.
             15 I-GET-TRANSFER-CUSTID               PIC 9(09).
             15 FILLER                              PIC X.
             15 I-GET-TRANSFER-ACCID                PIC 9(09).
             15 FILLER                              PIC X.
             15 I-GET-TRANSFER-PAGE-NUMBER          PIC 9(05).
             15 FILLER                              PIC X(177).
             15 I-SWEEP-LEG-COUNT                   PIC 9(02).
             15 I-SWEEP-LEG-ELEM                    OCCURS 4 TIMES.
               20 I-SWEEP-LEG-IBAN                   PIC X(30).
               20 I-SWEEP-LEG-AMOUNT                 PIC 9(10)V99.
      *      ONE-TIME STEP-UP CODE FOR THE WHOLE SWEEP (SEE
      *      STEPUP.cbl), VERIFIED ONCE BEFORE THE LEG LOOP WHEN ANY
      *      LEG REACHES THE STEP-UP THRESHOLD -- THE PER-LEG CHECK
             15 FILLER                              PIC X(78).
      *  
           10 I-DISP-DEL-BUSR             REDEFINES I-DISP-DATA.
             15 I-DEL-BUSR-ID                       PIC 9(09).
             15 FILLER                              PIC X(189).
      *
           10 I-DISP-PUT-BUSR             REDEFINES I-DISP-DATA.
             15 I-PUT-BUSR-ID                       PIC 9(09).
             15 FILLER                              PIC X.
             15 I-PUT-BUSR-USERNAME                 PIC X(50).
             15 FILLER                              PIC X.
             15 FILLER                              PIC X(84).
      *
           10 I-DISP-GET-HOLD-LIST        REDEFINES I-DISP-DATA.
             15 I-GET-HOLD-ACCID                    PIC 9(09).
             15 FILLER                              PIC X(189).
      *
           10 I-DISP-POST-HOLD            REDEFINES I-DISP-DATA.
             15 I-POST-HOLD-ACCID                   PIC 9(09).
             15 I-POST-HOLD-AMOUNT                  PIC 9(10)V99.
      *        FREE-TEXT REASON FOR THE HOLD (E.G. "CARD AUTH").
             15 I-POST-HOLD-REASON                  PIC X(40).
      *        OPTIONAL yyyymmdd AUTO-RELEASE DATE -- ZERO MEANS NO
      *    THE CALLER'S OWN PERMISSIONS DECIDE WHOSE CUSTID IS VALID
      *    (SEE CUSTBO.F-READ-INQUIRY/UT-DEFAULT-PERMISSION-CHECK).
           10 I-DISP-GET-INQUIRY          REDEFINES I-DISP-DATA.
             15 I-GET-INQUIRY-CUSTID                PIC 9(09).
             15 FILLER                              PIC X(189).
      *    TELLER/ADMIN RELATIONSHIP VIEW -- CUSTID IS THE ONLY INPUT,
      *    ROLE ALONE DECIDES WHO MAY CALL IT (NO CLIENT SELF-SERVICE).
           10 I-DISP-GET-RELATIONSHIP     REDEFINES I-DISP-DATA.
             15 I-GET-REL-CUSTID                    PIC 9(09).
             15 FILLER                              PIC X(189).
      *    CARDS OF ONE ACCOUNT.
           10 I-DISP-GET-CARD-LIST        REDEFINES I-DISP-DATA.
             15 I-GET-CARD-ACCID                    PIC 9(09).
             15 FILLER                              PIC X(195).
      *    ISSUE A NEW CARD AGAINST AN ACCOUNT -- TYPE IS D(EBIT) OR
      *    C(REDIT), SAME CODES AS CARD-TYPE IN CARDRECORD.
           10 I-DISP-POST-CARD            REDEFINES I-DISP-DATA.
             15 I-POST-CARD-ACCID                   PIC 9(09).
             15 FILLER                              PIC X.
             15 I-POST-CARD-TYPE                    PIC X(01).
             15 FILLER                              PIC X.
      *      CREDIT CARDS ONLY -- LIMIT OF THE REVOLVING LINE OPENED
      *      FOR THE ACCOUNT (SEE CARDCREDIT). ZERO MEANS "NOT SET" --
      *      K-CARD-DEFAULT-LIMIT IS SUBSTITUTED.
             15 I-POST-CARD-CREDIT-LIMIT            PIC 9(10)V99.
             15 FILLER                              PIC X(182).
      *    ONE CARD WITH ITS USAGE CONTROLS (SEE CARDCTL).
           10 I-DISP-GET-CARD-ITEM        REDEFINES I-DISP-DATA.
             15 I-GET-CARD-ID                       PIC 9(05).
             15 FILLER                              PIC X(195).
      *    ACTIVATE OR BLOCK AN EXISTING CARD, OR (ACTION C) REPLACE
      *    ITS USAGE CONTROLS WITH THE I-PUT-CARD-CTL-xxx FIELDS --
      *    SAME SHAPE AS CTL-SETTINGS IN CARDCTLRECORD. SEND BACK
      *    WHAT GET CARD RETURNED WITH THE CHANGES MADE.
           10 I-DISP-PUT-CARD             REDEFINES I-DISP-DATA.
             15 I-PUT-CARD-ID                       PIC 9(05).
             15 FILLER                              PIC X.
             15 I-PUT-CARD-ACTION                   PIC X(01).
               88 I-PUT-CARD-ACT-ACTIVATE           VALUE "A".
               88 I-PUT-CARD-ACT-BLOCK              VALUE "B".
               88 I-PUT-CARD-ACT-CONTROLS           VALUE "C".
             15 FILLER                              PIC X.
             15 I-PUT-CARD-CTL-SETTINGS.
               20 I-PUT-CARD-CTL-MCC                PIC X(04)
                                                    OCCURS 5.
               20 I-PUT-CARD-CTL-COUNTRY            PIC X(02)
                                                    OCCURS 5.
               20 I-PUT-CARD-CTL-ECOM               PIC X(01).
               20 I-PUT-CARD-CTL-TRAVEL             OCCURS 2.
                 25 I-PUT-CARD-CTL-TRV-FROM         PIC 9(08).
                 25 I-PUT-CARD-CTL-TRV-TO           PIC 9(08).
                 25 I-PUT-CARD-CTL-TRV-COUNTRY      PIC X(02).
             15 FILLER                              PIC X(125).
      *    CANCEL (PERMANENTLY RETIRE) A CARD.
           10 I-DISP-DEL-CARD             REDEFINES I-DISP-DATA.
             15 I-DEL-CARD-ID                       PIC 9(05).
             15 FILLER                              PIC X(195).
      *    LOYALTY POINTS OF THE ACCOUNT'S OWNER -- ONE BALANCE ACROSS
      *    ALL OF THEIR CARDS.
           10 I-DISP-GET-POINTS           REDEFINES I-DISP-DATA.
             15 I-GET-PTS-ACCID                     PIC 9(09).
             15 FILLER                              PIC X(191).
      *    REDEEM POINTS FOR A CASH CREDIT TO THE ACCOUNT, IN ITS OWN
      *    CURRENCY.
           10 I-DISP-POST-POINTS          REDEFINES I-DISP-DATA.
             15 I-POST-PTS-ACCID                    PIC 9(09).
             15 FILLER                              PIC X.
             15 I-POST-PTS-POINTS                   PIC 9(09).
             15 FILLER                              PIC X(181).
      *    WAREHOUSE A ONE-TIME TRANSFER FOR A FUTURE VALUE DATE --
      *    SAME FIELD SET AS POST TRANSFER PLUS THE yyyymmdd VALUE
      *    DATE, SAME STEP-UP CODE CONVENTION.
             15 FILLER                              PIC X.
             15 I-POST-FUT-DESTIBAN                 PIC X(30).
             15 FILLER                              PIC X.
             15 I-POST-FUT-AMOUNT                   PIC 9(10)V99.
             15 FILLER                              PIC X.
             15 I-POST-FUT-VALUE-DATE               PIC 9(08).
             15 FILLER                              PIC X.
      *    SAVED-BENEFICIARY MAINTENANCE -- THE CUSTOMER THE ROW
      *    BELONGS TO, THE DISPLAY NICKNAME, AND (ON POST) THE IBAN.
           10 I-DISP-POST-BENEF           REDEFINES I-DISP-DATA.
             15 I-POST-BN-CUSTID                    PIC 9(09).
             15 FILLER                              PIC X.
             15 I-POST-BN-NICKNAME                  PIC X(15).
             15 FILLER                              PIC X.
             15 I-POST-BN-IBAN                      PIC X(30).
             15 FILLER                              PIC X(148).
           10 I-DISP-DEL-BENEF            REDEFINES I-DISP-DATA.
             15 I-DEL-BN-CUSTID                     PIC 9(09).
             15 FILLER                              PIC X.
             15 I-DEL-BN-NICKNAME                   PIC X(15).
             15 FILLER                              PIC X(179).
           10 I-DISP-GET-BENEF            REDEFINES I-DISP-DATA.
             15 I-GET-BN-CUSTID                     PIC 9(09).
             15 FILLER                              PIC X(195).
      *    DEBIT-CONTROL REGISTRY MAINTENANCE -- POST PLACES A BLOCK
      *    ON THE ACCOUNT (SCOPE "A" = ALL INCOMING DEBITS, "R" =
      *    ONLY THOSE WHOSE ORIGINATOR REFERENCE CONTAINS THE
      *    PATTERN; MIN-AMOUNT ZERO = ANY AMOUNT).
           10 I-DISP-POST-DEBITBLK        REDEFINES I-DISP-DATA.
             15 I-POST-DBK-ACCID                    PIC 9(09).
             15 FILLER                              PIC X.
             15 I-POST-DBK-SCOPE                    PIC X(01).
             15 FILLER                              PIC X.
             15 I-POST-DBK-MIN-AMOUNT               PIC 9(10)V99.
             15 FILLER                              PIC X.
             15 I-POST-DBK-REF-PATTERN              PIC X(20).
             15 FILLER                              PIC X(161).
           10 I-DISP-DEL-DEBITBLK         REDEFINES I-DISP-DATA.
             15 I-DEL-DBK-ACCID                     PIC 9(09).
             15 FILLER                              PIC X.
             15 I-DEL-DBK-SEQ                       PIC 9(03).
             15 FILLER                              PIC X(191).
           10 I-DISP-GET-DEBITBLK         REDEFINES I-DISP-DATA.
             15 I-GET-DBK-ACCID                     PIC 9(09).
             15 FILLER                              PIC X(195).
      *    VIRTUAL IBAN MAINTENANCE -- POST ISSUES A NEW VIRTUAL
      *    IBAN ON THE ACCOUNT (TAG TYPE "P" = PAYER, "I" = INVOICE;
      *    THE TAG ITSELF MUST NOT BE BLANK), DELETE CLOSES THE
      *    VIRTUAL IBAN GIVEN, GET LISTS THE ACCOUNT'S VIRTUAL IBANS.
           10 I-DISP-POST-VIBAN           REDEFINES I-DISP-DATA.
             15 I-POST-VIB-ACCID                    PIC 9(09).
             15 FILLER                              PIC X.
             15 I-POST-VIB-TAG-TYPE                 PIC X(01).
             15 FILLER                              PIC X.
             15 I-POST-VIB-TAG                      PIC X(35).
             15 FILLER                              PIC X(157).
           10 I-DISP-DEL-VIBAN            REDEFINES I-DISP-DATA.
             15 I-DEL-VIB-IBAN                      PIC X(30).
             15 FILLER                              PIC X(170).
           10 I-DISP-GET-VIBAN            REDEFINES I-DISP-DATA.
             15 I-GET-VIB-ACCID                     PIC 9(09).
             15 FILLER                              PIC X(195).
      *    WITHDRAWAL NOTICES -- POST GIVES NOTICE OF A WITHDRAWAL OF
      *    THE AMOUNT, DELETE CANCELS THE NOTICE WITH THE SEQUENCE
      *    NUMBER GIVEN, GET LISTS THE ACCOUNT'S OPEN NOTICES.
           10 I-DISP-POST-NOTICE          REDEFINES I-DISP-DATA.
             15 I-POST-NTC-ACCID                    PIC 9(09).
             15 FILLER                              PIC X.
             15 I-POST-NTC-AMOUNT                   PIC 9(10)V99.
             15 FILLER                              PIC X(184).
           10 I-DISP-DEL-NOTICE           REDEFINES I-DISP-DATA.
             15 I-DEL-NTC-ACCID                     PIC 9(09).
             15 FILLER                              PIC X.
             15 I-DEL-NTC-SEQ                       PIC 9(03).
             15 FILLER                              PIC X(191).
           10 I-DISP-GET-NOTICE           REDEFINES I-DISP-DATA.
             15 I-GET-NTC-ACCID                     PIC 9(09).
             15 FILLER                              PIC X(195).
      *    REQUEST-TO-PAY -- POST: THE REQUESTER'S OWN ACCOUNT TO BE
      *    PAID INTO, THE PAYER BY IBAN OR BY A NICKNAME FROM THE
      *    REQUESTER'S SAVED-BENEFICIARY REGISTRY (IBAN LEFT SPACES),
      *    THE AMOUNT IN THAT ACCOUNT'S CURRENCY AND A REFERENCE.
           10 I-DISP-POST-PAYREQ          REDEFINES I-DISP-DATA.
             15 I-POST-PR-REQ-IBAN                  PIC X(30).
             15 FILLER                              PIC X.
             15 I-POST-PR-PAYER-IBAN                PIC X(30).
             15 FILLER                              PIC X.
             15 I-POST-PR-BENEF-NICK                PIC X(15).
             15 FILLER                              PIC X.
             15 I-POST-PR-AMOUNT                    PIC 9(10)V99.
             15 FILLER                              PIC X.
             15 I-POST-PR-REFERENCE                 PIC X(35).
             15 FILLER                              PIC X(76).
      *    THE PAYER'S ANSWER -- "A" ACCEPTS (OPTIONALLY FROM ANOTHER
      *    OF THEIR ACCOUNTS; SPACES PAYS FROM THE ONE THE REQUEST WAS
      *    ADDRESSED TO), "D" DECLINES. SAME STEP-UP CODE CONVENTION
      *    AS POST TRANSFER.
           10 I-DISP-PUT-PAYREQ           REDEFINES I-DISP-DATA.
             15 I-PUT-PR-ID                         PIC 9(05).
             15 FILLER                              PIC X.
             15 I-PUT-PR-ACTION                     PIC X(01).
               88 I-PUT-PR-ACCEPT                   VALUE "A".
               88 I-PUT-PR-DECLINE                  VALUE "D".
             15 FILLER                              PIC X.
             15 I-PUT-PR-SRCIBAN                    PIC X(30).
             15 FILLER                              PIC X.
             15 I-PUT-PR-STEPUP-CODE                PIC 9(06).
             15 FILLER                              PIC X(155).
      *    SIDE "P" (OR SPACES) LISTS THE REQUESTS WAITING FOR THE
      *    CUSTOMER TO PAY, "R" THE ONES THEY SENT, WHATEVER BECAME
      *    OF THEM.
           10 I-DISP-GET-PAYREQ           REDEFINES I-DISP-DATA.
             15 I-GET-PR-CUSTID                     PIC 9(09).
             15 FILLER                              PIC X.
             15 I-GET-PR-SIDE                       PIC X(01).
               88 I-GET-PR-SIDE-SENT                VALUE "R".
             15 FILLER                              PIC X(193).
      *    PAYMENT-PROXY REGISTRATION -- THE PHONE OR EMAIL MUST BE
      *    ONE OF THE CUSTOMER'S CURRENT CONTACT ROWS, AND THE ONE-
      *    TIME STEP-UP CODE (SU01 ON THE FIRST ATTEMPT) CONFIRMS
      *    THEY CONTROL IT. POSTING AN ACTIVE PROXY AGAIN WITH ANOTHER
      *    OF THE CUSTOMER'S ACCOUNTS MOVES IT THERE.
           10 I-DISP-POST-PROXY           REDEFINES I-DISP-DATA.
             15 I-POST-PX-CUSTID                    PIC 9(09).
             15 FILLER                              PIC X.
             15 I-POST-PX-TYPE                      PIC X(01).
             15 FILLER                              PIC X.
             15 I-POST-PX-VALUE                     PIC X(60).
             15 FILLER                              PIC X.
             15 I-POST-PX-IBAN                      PIC X(30).
             15 FILLER                              PIC X.
             15 I-POST-PX-STEPUP-CODE               PIC 9(06).
             15 FILLER                              PIC X(94).
           10 I-DISP-DEL-PROXY            REDEFINES I-DISP-DATA.
             15 I-DEL-PX-CUSTID                     PIC 9(09).
             15 FILLER                              PIC X.
             15 I-DEL-PX-TYPE                       PIC X(01).
             15 FILLER                              PIC X.
             15 I-DEL-PX-VALUE                      PIC X(60).
             15 FILLER                              PIC X(132).
      *    WITH A CUSTID, LISTS THAT CUSTOMER'S PROXIES; WITH CUSTID
      *    ZERO, LOOKS THE TYPE/VALUE UP ON THE CENTRAL DIRECTORY AND
      *    RETURNS THE PAYEE NAME, BANK AND A MASKED IBAN.
           10 I-DISP-GET-PROXY            REDEFINES I-DISP-DATA.
             15 I-GET-PX-CUSTID                     PIC 9(09).
             15 FILLER                              PIC X.
             15 I-GET-PX-TYPE                       PIC X(01).
             15 FILLER                              PIC X.
             15 I-GET-PX-VALUE                      PIC X(60).
             15 FILLER                              PIC X(132).
      *    MARK A CUSTOMER DECEASED, WITH THE DATE OF DEATH. SAME
      *    ONE-TIME STEP-UP CODE CONVENTION AS THE CUSTOMER DELETE.
           10 I-DISP-POST-DECEASED        REDEFINES I-DISP-DATA.
             15 I-POST-DEC-CUSTID                   PIC 9(09).
             15 FILLER                              PIC X.
             15 I-POST-DEC-DATE                     PIC 9(08).
             15 FILLER                              PIC X.
      *    PART OF THE I-DISP-DATA UNION SINCE IT APPLIES REGARDLESS
      *    OF WHICH OBJECT/METHOD IS BEING CALLED.
           10 I-DISP-TOKEN                          PIC X(24).
      *    CLIENT REQUEST KEY -- OPTIONAL ON A MONEY-MOVING POST
      *    (TRANS, TRANSFER, SWEEP, HOLD, FUTURE). A RESUBMISSION
      *    CARRYING THE SAME KEY GETS THE ORIGINAL RESULT BACK
      *    INSTEAD OF POSTING AGAIN (SEE REQKEY.cbl). SPACES = NO
      *    DUPLICATE PROTECTION, AS BEFORE.
           10 I-DISP-REQUEST-KEY                    PIC X(20).
      *    --- OUTPUT INTERFACES
         05 DISPATCHER-OUT.
           10 O-DISP-ERROR.
               88 O-DISP-ERR-DISP-BAD-ROUTE         VALUE "DP02".
               88 O-DISP-ERR-DISP-INVALID-LOGIN     VALUE "DP04".
               88 O-DISP-ERR-DISP-SESSION-EXPIRED   VALUE "DP05".
      *        SAME REQUEST KEY AS A POST STILL BEING PROCESSED --
      *        RETRY SHORTLY FOR ITS RESULT.
               88 O-DISP-ERR-DISP-KEY-IN-PROGRESS   VALUE "DP06".
      *        REQUEST KEY ALREADY USED FOR A DIFFERENT REQUEST.
               88 O-DISP-ERR-DISP-KEY-REUSED        VALUE "DP07".
      *        ONLINE WINDOW CLOSED FOR THE NIGHTLY BATCH -- MONEY-
      *        MOVING REQUESTS ARE REFUSED UNTIL IT REOPENS.
               88 O-DISP-ERR-DISP-WINDOW-CLOSED     VALUE "DP08".
      *        BANK-USER MAINTENANCE ASKED FOR UNDER A BREAK-GLASS
      *        GRANT -- THE GRANT NEVER REACHES USERS OR ROLES.
               88 O-DISP-ERR-DISP-BREAK-GLASS-LIMIT VALUE "DP09".
      *
               88 O-DISP-ERR-AUTH-ROLE-FORBIDDEN    VALUE "AU01".
               88 O-DISP-ERR-AUTH-TLR-TO-ADMIN      VALUE "AU02".
               88 O-DISP-ERR-BUSR-UNKNOWN-ROLE      VALUE "US06".
               88 O-DISP-ERR-BUSR-CHANGE-ROLE       VALUE "US07".
               88 O-DISP-ERR-BUSR-ACCOUNT-LOCKED     VALUE "US08".
      *        STAFF USER DISABLED BY ACCESS RECERTIFICATION.
               88 O-DISP-ERR-BUSR-USER-DISABLED      VALUE "US09".

               88 O-DISP-ERR-TRANS-BAD-DATE-FORMAT  VALUE "TR01".
               88 O-DISP-ERR-TRANS-DATA-NOT-NUMERIC VALUE "TR03".
               88 O-DISP-ERR-CARD-CANCELLED          VALUE "CD02".
               88 O-DISP-ERR-CARD-BAD-TYPE           VALUE "CD03".
               88 O-DISP-ERR-CARD-BAD-ACTION         VALUE "CD04".
      *          THE CREDIT LINE FOR A NEW CREDIT CARD COULD NOT BE
      *          OPENED -- NO CARD IS WRITTEN.
               88 O-DISP-ERR-CARD-NO-CREDIT-LINE     VALUE "CD05".
      *          CARD CONTROLS REFUSED -- E-COMMERCE FLAG NOT Y/N, OR A
      *          TRAVEL NOTICE WITHOUT A COUNTRY OR ENDING BEFORE IT
      *          STARTS.
               88 O-DISP-ERR-CARD-BAD-CONTROLS       VALUE "CD06".
      *          THE CARD NUMBER VAULT (SEE CARDVAULT) COULD NOT
      *          GENERATE A NUMBER -- NO CARD IS WRITTEN.
               88 O-DISP-ERR-CARD-VAULT-FAILED       VALUE "CD07".

      *          REDEMPTION REFUSED -- FEWER POINTS THAN THE MINIMUM
      *          REDEMPTION, OR MORE THAN THE CUSTOMER HOLDS.
               88 O-DISP-ERR-POINTS-INSUFFICIENT     VALUE "LY01".
      *          REDEMPTION REFUSED -- NO POINTS GIVEN, THE ACCOUNT IS
      *          NOT OPEN, OR ITS CURRENCY HAS NO LOYALTY EXPENSE
      *          LEDGER (SEE INTACCCONFIG).
               88 O-DISP-ERR-POINTS-BAD-REQUEST      VALUE "LY02".
      *          THE CASH CREDIT DID NOT POST -- NO POINTS WERE TAKEN.
               88 O-DISP-ERR-POINTS-NOT-POSTED       VALUE "LY03".

               88 O-DISP-ERR-STEPUP-REQUIRED         VALUE "SU01".

      *        DECEASED (SEE DECEASEDRECORD). CREDITS STILL POST.
               88 O-DISP-ERR-ACC-OWNER-DECEASED      VALUE "DE01".

      *        THE ACCOUNT'S OWNER IS A MINOR (SEE CUSTPROFILERECORD)
      *        -- ONLY THE DESIGNATED GUARDIAN OR STAFF MAY DEBIT IT
      *        OR ISSUE A CARD ON IT (MN01), AND A DEBIT MAY NOT GO
      *        OVER THE MINOR'S SINGLE OR DAILY LIMIT (MN02).
               88 O-DISP-ERR-MINOR-GUARDIAN-ONLY     VALUE "MN01".
               88 O-DISP-ERR-MINOR-LIMIT             VALUE "MN02".

      *        THE LOGIN IS AN AUTHORIZED REPRESENTATIVE OF THE
      *        LEGAL-ENTITY OWNER (SEE CUSTRELATIONRECORD) BUT HOLDS
      *        NO SIGNING POWER FOR A DEBIT (BZ01), OR THE DEBIT IS
      *        OVER THEIR PER-DEBIT SIGNING LIMIT (BZ02).
               88 O-DISP-ERR-REP-NO-SIGNING-POWER    VALUE "BZ01".
               88 O-DISP-ERR-REP-SIGNING-LIMIT       VALUE "BZ02".

               88 O-DISP-ERR-FUTURE-NOT-FOUND        VALUE "FT01".
               88 O-DISP-ERR-FUTURE-NOT-PENDING      VALUE "FT02".
      *        VALUE DATE IS NOT AFTER THE CURRENT BUSINESS DATE --
      *        INSIDE THE K-BACKDATE-MAX-DAYS WINDOW (VD02).
               88 O-DISP-ERR-VALDATE-ROLE            VALUE "VD01".
               88 O-DISP-ERR-VALDATE-WINDOW          VALUE "VD02".
      *        VALUE DATE FALLS IN A FINANCIAL YEAR YEAREND HAS
      *        ALREADY CLOSED (SEE YEARCLOSERECORD) -- NO ROLE MAY
      *        POST INTO IT.
               88 O-DISP-ERR-VALDATE-CLOSED          VALUE "VD03".

               88 O-DISP-ERR-DEBITBLK-NOT-FOUND      VALUE "DK01".
      *        SCOPE MUST BE "A" (ALL DEBITS) OR "R" (REFERENCE
      *        PATTERN, WHICH THEN MUST NOT BE BLANK).
               88 O-DISP-ERR-DEBITBLK-BAD-SCOPE      VALUE "DK02".

      *        VIRTUAL IBAN NOT ON THE REGISTER, OR ALREADY CLOSED.
               88 O-DISP-ERR-VIBAN-NOT-FOUND         VALUE "VI01".
      *        TAG TYPE MUST BE "P" (PAYER) OR "I" (INVOICE), AND THE
      *        TAG ITSELF MUST NOT BE BLANK.
               88 O-DISP-ERR-VIBAN-BAD-TAG           VALUE "VI02".
      *        VIRTUAL IBANS ARE ISSUED ONLY ON AN OPEN ACCOUNT OF AN
      *        ACTIVE LEGAL-ENTITY CUSTOMER (SEE CUSTENTITYRECORD).
               88 O-DISP-ERR-VIBAN-NOT-BUSINESS      VALUE "VI03".

      *        THE ACCOUNT HOLDS NO OPEN POCKET IN THE CURRENCY OF
      *        THE TRANSACTION (SEE POCKETMAINT).
               88 O-DISP-ERR-POCKET-NOT-HELD         VALUE "PK01".
      *        THE POCKET IS SHORT, AUTO-CONVERSION IS ON, BUT NO
      *        BASE->POCKET RATE IS ON files/fxrates.dat.
               88 O-DISP-ERR-POCKET-NO-RATE          VALUE "PK02".

      *        WITHDRAWAL OFF A NOTICE SAVINGS ACCOUNT THAT NO EXPIRED
      *        NOTICE COVERS, AND NOT FLAGGED AS AN EARLY WITHDRAWAL.
               88 O-DISP-ERR-NOTICE-REQUIRED         VALUE "NT01".
      *        NO OPEN NOTICE WITH THAT SEQUENCE ON THE ACCOUNT.
               88 O-DISP-ERR-NOTICE-NOT-FOUND        VALUE "NT02".
      *        NOT AN OPEN NOTICE SAVINGS ACCOUNT.
               88 O-DISP-ERR-NOTICE-BAD-ACCOUNT      VALUE "NT03".
      *        NOTICE AMOUNT ZERO, OR MORE THAN THE BALANCE NOT
      *        ALREADY UNDER NOTICE.
               88 O-DISP-ERR-NOTICE-BAD-AMOUNT       VALUE "NT04".

      *        THE OVERDRAFT LIMIT OR CARD LINE WOULD TAKE THE
      *        CUSTOMER OVER THEIR UMBRELLA CREDIT LIMIT (SEE
      *        CREDLIMIT) -- RAISE THE LIMIT WITH LIMITMAINT FIRST.
               88 O-DISP-ERR-CREDIT-LIMIT            VALUE "CL01".

      *        INSTANT PAYMENT REFUSED -- THE DESTINATION IS AN
      *        ACCOUNT OF OUR OWN, OR THE SOURCE IS A NOTICE ACCOUNT
      *        (IP01: POST AN ORDINARY TRANSFER), OR THE SCHEME DOES
      *        NOT TAKE THE CURRENCY OR THE AMOUNT (IP02).
               88 O-DISP-ERR-INSTANT-NOT-ELIGIBLE    VALUE "IP01".
               88 O-DISP-ERR-INSTANT-SCHEME-LIMIT    VALUE "IP02".

      *        NO SUCH REQUEST-TO-PAY (RP01), OR IT IS NO LONGER
      *        WAITING FOR AN ANSWER -- PAID, DECLINED OR EXPIRED
      *        (RP02).
               88 O-DISP-ERR-PAYREQ-NOT-FOUND        VALUE "RP01".
               88 O-DISP-ERR-PAYREQ-NOT-PENDING      VALUE "RP02".
      *        REQUEST REFUSED -- NO AMOUNT OR ACTION, THE PAYER IS
      *        NOT ONE OF OUR CUSTOMERS OR IS THE REQUESTER, OR THE
      *        ACCOUNT TO PAY FROM IS NOT THE PAYER'S.
               88 O-DISP-ERR-PAYREQ-BAD-REQUEST      VALUE "RP03".
      *        THE PAYER ALREADY HAS K-PR-MAX-PENDING REQUESTS
      *        WAITING (SEE PAYREQCONFIG).
               88 O-DISP-ERR-PAYREQ-LIMIT            VALUE "RP04".

      *        NO ACTIVE PROXY UNDER THAT PHONE/EMAIL (PX01), OR IT
      *        IS NOT A CURRENT CONTACT ROW OF THE CUSTOMER (PX02).
               88 O-DISP-ERR-PROXY-NOT-FOUND         VALUE "PX01".
               88 O-DISP-ERR-PROXY-NOT-VERIFIED      VALUE "PX02".
      *        BAD PROXY TYPE, OR THE ACCOUNT IS NOT THE CUSTOMER'S.
               88 O-DISP-ERR-PROXY-BAD-REQUEST       VALUE "PX03".
      *        TRANSFER ADDRESSED BY PROXY -- THE PAYEE NAME COMES
      *        BACK AS PARAMETER 1 FOR THE CUSTOMER TO CONFIRM, THEN
      *        THE TRANSFER IS RESUBMITTED WITH PAYEE-OK "Y".
               88 O-DISP-ERR-PROXY-CONFIRM-PAYEE     VALUE "PX04".
      *        THE PROXY IS ACTIVE ON THE CENTRAL DIRECTORY FOR
      *        ANOTHER BANK (PARAMETER 1) OR ANOTHER OF OUR CUSTOMERS.
               88 O-DISP-ERR-PROXY-CONFLICT          VALUE "PX05".

      *        THE ACTING BANK USER IS LINKED TO THE ACCOUNT -- THEIR
      *        OWN OR A DECLARED RELATIVE'S (SEE STAFFCHK). ANOTHER
      *        USER MUST ACT, OR THE ITEM GOES TO SECOND-PERSON
      *        APPROVAL INSTEAD (SEE STAFFCONFIG).
               88 O-DISP-ERR-STAFF-SELF-DEALING      VALUE "SD01".

             15 O-DISP-ERROR-MESSAGE                PIC X(100).
           10 O-DISP-DATA-OUT                       PIC X(3200).

           10 O-DISP-GET-ACC-LIST         REDEFINES O-DISP-DATA-OUT.
             15 O-GET-ACC-LIST-COUNT                PIC 9(02).
             15 O-GET-ACC-LIST-ELEM                 OCCURS 20.
               20 O-GET-ACC-LIST-ID                 PIC 9(09).
               20 O-GET-ACC-LIST-CUSTOMERID         PIC 9(09).
               20 O-GET-ACC-LIST-IBAN               PIC X(30).
               20 O-GET-ACC-LIST-CURRENCY           PIC X(05).
               20 O-GET-ACC-LIST-BALANCE            PIC S9(10)V99.
               20 O-GET-ACC-LIST-BRANCHID           PIC 9(03).
               20 O-GET-ACC-LIST-PRODTYPE           PIC X(03).
             15 FILLER                              PIC X(1278).
           10 O-DISP-GET-ACC              REDEFINES O-DISP-DATA-OUT.
             15 O-GET-ACC-COUNT                     PIC 9(02).
             15 O-GET-ACC-ELEM                      OCCURS 10.
               20 O-GET-ACC-ACCOUNTID               PIC 9(09).
               20 O-GET-ACC-CUSTOMERID              PIC 9(09).
               20 O-GET-ACC-IBAN                    PIC X(30).
               20 O-GET-ACC-CURRENCY                PIC X(05).
               20 O-GET-ACC-BALANCE                 PIC S9(10)V99.
               20 O-GET-ACC-BRANCHID                PIC 9(03).
               20 O-GET-ACC-PRODTYPE                PIC X(03).
             15 FILLER                              PIC X(1888).
      *    
           10 O-DISP-GET-CUST-ITEM        REDEFINES O-DISP-DATA-OUT.
             15 O-GET-CUST-ITEM-ELEM.
               20 O-GET-CUST-ITEM-ID                PIC 9(09).
               20 O-GET-CUST-ITEM-USERNAME          PIC X(50).
               20 O-GET-CUST-ITEM-ADDRESS           PIC X(50).
               20 O-GET-CUST-ITEM-BANKUSERID        PIC 9(09).
             15 O-GET-CUST-ACC-DATA.
               20 O-GET-CUST-ACC-COUNT              PIC 9(02).  
               20 O-GET-CUST-ITEM-ACC-ELEM          OCCURS 10.
                 25 O-GET-CUST-ACC-ACCOUNTID        PIC 9(09).
                 25 O-GET-CUST-ACC-CUSTOMERID       PIC 9(09).
                 25 O-GET-CUST-ACC-IBAN             PIC X(30).
                 25 O-GET-CUST-ACC-CURRENCY         PIC X(05).
                 25 O-GET-CUST-ACC-BALANCE          PIC S9(10)V99.
             15 FILLER                              PIC X(1838).
      * 
           10 O-DISP-GET-CUST-LIST        REDEFINES O-DISP-DATA-OUT.
             15 O-GET-CUST-LIST-COUNT               PIC 9(02).
             15 O-GET-CUST-LIST-ELEM                OCCURS 10.
               20 O-GET-CUST-LIST-ID                PIC 9(09).
               20 O-GET-CUST-LIST-USERNAME          PIC X(50).
               20 O-GET-CUST-LIST-ADDRESS           PIC X(50).
               20 O-GET-CUST-LIST-BANKUSERID        PIC 9(09).
             15 FILLER                              PIC X(1398).
      *    
           10 O-DISP-POST-CUST-ITEM       REDEFINES O-DISP-DATA-OUT.
             15 O-POST-CUST-ITEM-ID                 PIC 9(09).
             15 O-POST-CUST-ITEM-USERNAME           PIC X(50).
             15 O-POST-CUST-ITEM-ADDRESS            PIC X(50).
             15 O-POST-CUST-ITEM-BANKUSERID         PIC 9(09).
             15 FILLER                              PIC X(2390).

           10 O-DISP-DEL-CUST-ITEM        REDEFINES O-DISP-DATA-OUT.
             15 O-DEL-CUST-ITEM-ID                  PIC 9(09).
             15 O-DEL-CUST-ITEM-USERNAME            PIC X(50).
             15 O-DEL-CUST-ITEM-ADDRESS             PIC X(50).
             15 O-DEL-CUST-ITEM-BANKUSERID          PIC 9(09).
      *        "DELETED" WHEN POSTED STRAIGHT AWAY, OR "PENDING" WHEN A
      *        TELLER'S DELETE WAS HELD FOR A SECOND APPROVER (SEE
      *        CUSTBO.F-CREATE-CUSTOMER-DELETE-APPROVAL-REQUEST) -- ID
             15 FILLER                              PIC X(2380).

           10 O-DISP-PUT-CUST-ITEM        REDEFINES O-DISP-DATA-OUT.
             15 O-PUT-CUST-ITEM-ID                  PIC 9(09).
             15 O-PUT-CUST-ITEM-USERNAME            PIC X(50).
             15 O-PUT-CUST-ITEM-ADDRESS             PIC X(50).
             15 O-PUT-CUST-ITEM-BANKUSERID          PIC 9(09).
             15 FILLER                              PIC X(2390).

           10 O-DISP-GET-TRANS            REDEFINES O-DISP-DATA-OUT.
             15 O-GET-TRANS-COUNT                   PIC 9(02).
             15 O-GET-TRANS-ELEM                    OCCURS 10.
               20 O-GET-TRANS-ACCOUNTID             PIC 9(09).
               20 O-GET-TRANS-TRANS-TYPE            PIC X(10).
               20 O-GET-TRANS-AMOUNT                PIC 9(10)V99.
               20 O-GET-TRANS-TIMESTAMP             PIC X(22).
               20 O-GET-TRANS-BALANCE               PIC S9(10)V99.
               20 O-GET-TRANS-MEMO                  PIC X(40).
             15 FILLER                              PIC X(1528).
      *
           10 O-DISP-POST-TRANS           REDEFINES O-DISP-DATA-OUT.
             15 O-POST-TRANS-ACCOUNTID              PIC 9(09).
             15 O-POST-TRANS-TRANS-TYPE             PIC X(10).
             15 O-POST-TRANS-AMOUNT                 PIC 9(10)V99.
             15 O-POST-TRANS-TIMESTAMP              PIC X(22).
             15 O-POST-TRANS-BALANCE                PIC S9(10)V99.
             15 O-POST-TRANS-MEMO                   PIC X(40).
             15 O-POST-TRANS-STATUS                 PIC X(10).
      *      POCKET POSTINGS ONLY -- BLANK WHEN THE ACCOUNT BALANCE
      *      ITSELF MOVED. O-POST-TRANS-BALANCE IS THEN THE POCKET'S.
             15 O-POST-TRANS-CURRENCY               PIC X(03).
      *      EARLY-WITHDRAWAL PENALTY CHARGED ON A NOTICE SAVINGS
      *      WITHDRAWAL, ALREADY TAKEN OFF O-POST-TRANS-BALANCE.
             15 O-POST-TRANS-PENALTY                PIC 9(10)V99.
             15 FILLER                              PIC X(2380).
      *
           10 O-DISP-GET-TRANSFER         REDEFINES O-DISP-DATA-OUT.
             15 O-GET-TRANSFER-COUNT                PIC 9(02).
             15 O-GET-TRANSFER-ELEM                 OCCURS 10.
               20 O-GET-TRANSFER-ID                 PIC 9(05).
               20 O-GET-TRANSFER-SRCACCID           PIC 9(09).
               20 O-GET-TRANSFER-SRCIBAN            PIC X(30).
               20 O-GET-TRANSFER-DESTACCID          PIC 9(09).
               20 O-GET-TRANSFER-DESTIBAN           PIC X(30).
               20 O-GET-TRANSFER-AMOUNT             PIC 9(10)V99.
               20 O-GET-TRANSFER-TIMESTAMP          PIC X(22).
               20 O-GET-TRANSFER-CURRENCY           PIC X(03).
             15 FILLER                              PIC X(1398).
             15 O-POST-TRANSFER-ID                  PIC 9(05).
             15 O-POST-TRANSFER-SRCIBAN             PIC X(30).
             15 O-POST-TRANSFER-DESTIBAN            PIC X(30).
             15 O-POST-TRANSFER-AMOUNT              PIC 9(10)V99.
             15 O-POST-TRANSFER-TIMESTAMP           PIC X(22).
             15 O-POST-TRANSFER-CURRENCY            PIC X(3).
      *        COMPLETED = POSTED NOW. PENDING = HELD FOR A SECOND
      *        APPROVER (SEE TRANSAPPR) -- ID ABOVE IS THE APPROVAL
      *        ID, NOT A TRANSFER ID, WHEN STATUS IS PENDING.
      *        SUBMITTED = SENT TO THE INSTANT PAYMENT SCHEME, FUNDS
      *        HELD -- ID IS THE INSTANT SUBMISSION ID.
             15 O-POST-TRANSFER-STATUS             PIC X(10).
      *        FX-CONVERTED AMOUNT/CURRENCY CREDITED TO THE
      *        DESTINATION ACCOUNT (SAME VALUE, SPACES/ZERO WHEN
      *        STATUS IS "PENDING" SINCE NO POST HAS HAPPENED YET).
             15 O-POST-TRANSFER-DESTAMOUNT          PIC 9(10)V99.
             15 O-POST-TRANSFER-DESTCURRENCY        PIC X(3).
             15 FILLER                              PIC X(2377).
      *
             15 O-SWEEP-LEG-ELEM                    OCCURS 4 TIMES.
               20 O-SWEEP-LEG-IBAN                   PIC X(30).
               20 O-SWEEP-LEG-ID                     PIC 9(05).
               20 O-SWEEP-LEG-AMOUNT                 PIC 9(10)V99.
               20 O-SWEEP-LEG-STATUS                 PIC X(10).
             15 FILLER                              PIC X(2260).
      *
             15 O-GET-HOLD-COUNT                    PIC 9(02).
             15 O-GET-HOLD-ELEM                     OCCURS 10.
               20 O-GET-HOLD-ID                     PIC 9(05).
               20 O-GET-HOLD-ACCID                  PIC 9(09).
               20 O-GET-HOLD-AMOUNT                 PIC 9(10)V99.
               20 O-GET-HOLD-REASON                 PIC X(40).
               20 O-GET-HOLD-STATUS                 PIC X(01).
               20 O-GET-HOLD-CREATED-TS             PIC X(22).
      *
           10 O-DISP-POST-HOLD            REDEFINES O-DISP-DATA-OUT.
             15 O-POST-HOLD-ID                      PIC 9(05).
             15 O-POST-HOLD-ACCID                   PIC 9(09).
             15 O-POST-HOLD-AMOUNT                  PIC 9(10)V99.
             15 O-POST-HOLD-REASON                  PIC X(40).
             15 O-POST-HOLD-STATUS                  PIC X(01).
             15 O-POST-HOLD-CREATED-TS              PIC X(22).
      *    ACCOUNTS, AND EACH ACCOUNT'S 2 MOST RECENT TRANSACTIONS, ALL
      *    IN ONE CALL (SEE CUSTBO.F-READ-INQUIRY).
           10 O-DISP-GET-INQUIRY          REDEFINES O-DISP-DATA-OUT.
             15 O-INQ-CUST-ID                       PIC 9(09).
             15 O-INQ-CUST-USERNAME                 PIC X(50).
             15 O-INQ-CUST-ADDRESS                  PIC X(50).
             15 O-INQ-ACC-COUNT                     PIC 9(02).
             15 O-INQ-ACC-ELEM                      OCCURS 10.
               20 O-INQ-ACC-ACCOUNTID               PIC 9(09).
               20 O-INQ-ACC-IBAN                    PIC X(30).
               20 O-INQ-ACC-CURRENCY                PIC X(05).
               20 O-INQ-ACC-BALANCE                 PIC S9(10)V99.
               20 O-INQ-ACC-TRANS-COUNT             PIC 9(02).
               20 O-INQ-ACC-TRANS-ELEM              OCCURS 2.
                 25 O-INQ-TRANS-TRANS-TYPE          PIC X(10).
                 25 O-INQ-TRANS-AMOUNT              PIC 9(10)V99.
                 25 O-INQ-TRANS-TIMESTAMP           PIC X(22).
                 25 O-INQ-TRANS-BALANCE             PIC S9(10)V99.
                 25 O-INQ-TRANS-MEMO                PIC X(40).
      *      REQUESTS-TO-PAY WAITING FOR THIS CUSTOMER'S ANSWER (SEE
      *      PAYREQRECORD) -- NEVER MORE THAN K-PR-MAX-PENDING.
             15 O-INQ-PR-COUNT                      PIC 9(02).
             15 O-INQ-PR-ELEM                       OCCURS 5.
               20 O-INQ-PR-ID                       PIC 9(05).
               20 O-INQ-PR-REQ-IBAN                 PIC X(30).
               20 O-INQ-PR-AMOUNT                   PIC 9(10)V99.
               20 O-INQ-PR-CURRENCY                 PIC X(03).
               20 O-INQ-PR-REFERENCE                PIC X(35).
               20 O-INQ-PR-EXPIRY-DATE              PIC 9(08).
             15 FILLER                              PIC X(76).
      *
      *    TELLER/ADMIN RELATIONSHIP VIEW -- ONE CUSTOMER'S OWN
      *    ACCOUNTS, ANY ACCOUNTS THEY ARE A JOINT OWNER ON, THEIR
      *    LOANS, AND THEIR CARDS, ALL IN ONE CALL (SEE
      *    CUSTBO.F-READ-RELATIONSHIP).
           10 O-DISP-GET-RELATIONSHIP     REDEFINES O-DISP-DATA-OUT.
             15 O-REL-CUST-ID                       PIC 9(09).
             15 O-REL-CUST-USERNAME                 PIC X(50).
             15 O-REL-CUST-ADDRESS                  PIC X(50).
             15 O-REL-CUST-BANKUSERID                PIC 9(09).
             15 O-REL-ACC-COUNT                     PIC 9(02).
             15 O-REL-ACC-ELEM                      OCCURS 10.
               20 O-REL-ACC-ACCOUNTID               PIC 9(09).
               20 O-REL-ACC-IBAN                    PIC X(30).
               20 O-REL-ACC-CURRENCY                PIC X(05).
               20 O-REL-ACC-BALANCE                 PIC S9(10)V99.
             15 O-REL-JOINT-COUNT                   PIC 9(02).
             15 O-REL-JOINT-ELEM                    OCCURS 10.
      *        AN ACCOUNT OWNED BY SOMEONE ELSE THIS CUSTOMER'S BANK
      *        USER IS REGISTERED AS A JOINT OWNER ON, SEE JOINTACC.
               20 O-REL-JOINT-ACCOUNTID             PIC 9(09).
               20 O-REL-JOINT-PERM                  PIC X(01).
             15 O-REL-LOAN-COUNT                    PIC 9(02).
             15 O-REL-LOAN-ELEM                     OCCURS 5.
               20 O-REL-LOAN-ID                     PIC 9(05).
               20 O-REL-LOAN-ACCOUNTID               PIC 9(09).
               20 O-REL-LOAN-PRINCIPAL              PIC 9(10)V99.
               20 O-REL-LOAN-REMAINING              PIC 9(10)V99.
               20 O-REL-LOAN-NEXT-DUE-DATE          PIC 9(08).
               20 O-REL-LOAN-STATUS                 PIC X(01).
             15 O-REL-CARD-COUNT                    PIC 9(02).
             15 O-REL-CARD-ELEM                     OCCURS 10.
               20 O-REL-CARD-ID                     PIC 9(05).
               20 O-REL-CARD-ACCOUNTID               PIC 9(09).
      *        LAST 4 DIGITS ONLY -- THE FULL CARD-NUMBER DOESN'T
      *        BELONG IN A GENERAL-PURPOSE DISPATCHER RESPONSE.
               20 O-REL-CARD-LAST4                  PIC X(04).
             15 O-GET-CARD-COUNT                    PIC 9(02).
             15 O-GET-CARD-ELEM                     OCCURS 10.
               20 O-GET-CARD-ID                     PIC 9(05).
               20 O-GET-CARD-ACCID                  PIC 9(09).
               20 O-GET-CARD-LAST4                  PIC X(04).
               20 O-GET-CARD-TYPE                   PIC X(01).
               20 O-GET-CARD-STATUS                 PIC X(01).
      *
           10 O-DISP-POST-CARD            REDEFINES O-DISP-DATA-OUT.
             15 O-POST-CARD-ID                      PIC 9(05).
             15 O-POST-CARD-ACCID                   PIC 9(09).
             15 O-POST-CARD-LAST4                   PIC X(04).
             15 O-POST-CARD-TYPE                    PIC X(01).
             15 O-POST-CARD-STATUS                  PIC X(01).
             15 O-POST-CARD-EXPIRY                  PIC 9(06).
      *      CREDIT CARDS ONLY -- LIMIT OF THE LINE THE CARD DRAWS ON.
             15 O-POST-CARD-CREDIT-LIMIT            PIC 9(10)V99.
             15 FILLER                              PIC X(2468).
      *
      *    ONE CARD AND ITS USAGE CONTROLS -- A CARD NOBODY HAS
      *    RESTRICTED COMES BACK WITH EMPTY LISTS AND E-COMMERCE "Y".
           10 O-DISP-GET-CARD-ITEM        REDEFINES O-DISP-DATA-OUT.
             15 O-GET-CARD-ITEM-ID                  PIC 9(05).
             15 O-GET-CARD-ITEM-LAST4               PIC X(04).
             15 O-GET-CARD-ITEM-STATUS              PIC X(01).
             15 O-GET-CARD-CTL-SETTINGS.
               20 O-GET-CARD-CTL-MCC                PIC X(04)
                                                    OCCURS 5.
               20 O-GET-CARD-CTL-COUNTRY            PIC X(02)
                                                    OCCURS 5.
               20 O-GET-CARD-CTL-ECOM               PIC X(01).
               20 O-GET-CARD-CTL-TRAVEL             OCCURS 2.
                 25 O-GET-CARD-CTL-TRV-FROM         PIC 9(08).
                 25 O-GET-CARD-CTL-TRV-TO           PIC 9(08).
                 25 O-GET-CARD-CTL-TRV-COUNTRY      PIC X(02).
             15 FILLER                              PIC X(2423).
      *
           10 O-DISP-PUT-CARD             REDEFINES O-DISP-DATA-OUT.
             15 O-PUT-CARD-ID                       PIC 9(05).
             15 O-DEL-CARD-ID                       PIC 9(05).
             15 O-DEL-CARD-STATUS                   PIC X(01).
             15 FILLER                              PIC X(2494).
      *
      *    THE CUSTOMER'S LOYALTY POINTS POSITION -- THE BALANCE MAY
      *    BE NEGATIVE AFTER A CHARGEBACK TOOK BACK POINTS ALREADY
      *    SPENT. NEXT-EXPIRY-DATE ZERO = NOTHING LEFT TO EXPIRE.
           10 O-DISP-GET-POINTS           REDEFINES O-DISP-DATA-OUT.
             15 O-GET-PTS-CUSTID                    PIC 9(09).
             15 O-GET-PTS-BALANCE                   PIC S9(09).
             15 O-GET-PTS-EARNED                    PIC 9(09).
             15 O-GET-PTS-REVERSED                  PIC 9(09).
             15 O-GET-PTS-REDEEMED                  PIC 9(09).
             15 O-GET-PTS-EXPIRED                   PIC 9(09).
             15 O-GET-PTS-NEXT-EXPIRY-DATE          PIC 9(08).
             15 O-GET-PTS-NEXT-EXPIRY-POINTS        PIC 9(09).
             15 FILLER                              PIC X(2429).
      *
           10 O-DISP-POST-POINTS          REDEFINES O-DISP-DATA-OUT.
             15 O-POST-PTS-ACCID                    PIC 9(09).
             15 O-POST-PTS-POINTS                   PIC 9(09).
             15 O-POST-PTS-CREDIT                   PIC 9(10)V99.
             15 O-POST-PTS-CURRENCY                 PIC X(03).
             15 O-POST-PTS-ACC-BALANCE              PIC S9(10)V99.
             15 O-POST-PTS-BALANCE                  PIC S9(09).
             15 FILLER                              PIC X(2446).
      *
           10 O-DISP-GET-BENEF            REDEFINES O-DISP-DATA-OUT.
             15 O-GET-BN-COUNT                      PIC 9(02).
             15 O-DBK-ELEM                          OCCURS 20 TIMES.
               20 O-DBK-SEQ                         PIC 9(03).
               20 O-DBK-SCOPE                       PIC X(01).
               20 O-DBK-MIN-AMOUNT                  PIC 9(10)V99.
               20 O-DBK-REF-PATTERN                 PIC X(20).
               20 O-DBK-CREATED-DATE                PIC 9(08).
      *
           10 O-DISP-VIBAN-LIST           REDEFINES O-DISP-DATA-OUT.
             15 O-VIB-COUNT                         PIC 9(02).
             15 O-VIB-ELEM                          OCCURS 20 TIMES.
               20 O-VIB-IBAN                        PIC X(30).
               20 O-VIB-TAG-TYPE                    PIC X(01).
               20 O-VIB-TAG                         PIC X(35).
               20 O-VIB-STATUS                      PIC X(01).
               20 O-VIB-CREATED-DATE                PIC 9(08).
             15 FILLER                              PIC X(998).
      *
           10 O-DISP-NOTICE-LIST          REDEFINES O-DISP-DATA-OUT.
             15 O-NTL-NOTICE-DAYS                   PIC 9(03).
             15 O-NTL-AVAILABLE                     PIC 9(10)V99.
             15 O-NTL-COUNT                         PIC 9(02).
             15 O-NTL-ELEM                          OCCURS 20 TIMES.
               20 O-NTL-SEQ                         PIC 9(03).
               20 O-NTL-AMOUNT                      PIC 9(10)V99.
               20 O-NTL-USED                        PIC 9(10)V99.
               20 O-NTL-FILED-DATE                  PIC 9(08).
               20 O-NTL-EXPIRY-DATE                 PIC 9(08).
               20 O-NTL-WINDOW-END                  PIC 9(08).
               20 O-NTL-STATUS                      PIC X(01).
             15 FILLER                              PIC X(1525).
      *
           10 O-DISP-POST-PAYREQ          REDEFINES O-DISP-DATA-OUT.
             15 O-POST-PR-ID                        PIC 9(05).
             15 O-POST-PR-PAYER-IBAN                PIC X(30).
             15 O-POST-PR-EXPIRY-DATE               PIC 9(08).
             15 O-POST-PR-STATUS                    PIC X(10).
             15 FILLER                              PIC X(2947).
      *
           10 O-DISP-PUT-PAYREQ           REDEFINES O-DISP-DATA-OUT.
             15 O-PUT-PR-ID                         PIC 9(05).
             15 O-PUT-PR-STATUS                     PIC X(10).
             15 O-PUT-PR-TRANSFER-ID                PIC 9(05).
             15 O-PUT-PR-TRANSFER-STATUS            PIC X(10).
             15 FILLER                              PIC X(2970).
      *
      *    COUNTERPARTY IBAN IS THE REQUESTER'S ON THE PAYER'S LIST
      *    AND THE PAYER'S ON THE REQUESTER'S.
           10 O-DISP-PAYREQ-LIST          REDEFINES O-DISP-DATA-OUT.
             15 O-PRL-COUNT                         PIC 9(02).
             15 O-PRL-ELEM                          OCCURS 20 TIMES.
               20 O-PRL-ID                          PIC 9(05).
               20 O-PRL-OTHER-IBAN                  PIC X(30).
               20 O-PRL-AMOUNT                      PIC 9(10)V99.
               20 O-PRL-CURRENCY                    PIC X(03).
               20 O-PRL-REFERENCE                   PIC X(35).
               20 O-PRL-CREATED-DATE                PIC 9(08).
               20 O-PRL-EXPIRY-DATE                 PIC 9(08).
               20 O-PRL-STATUS                      PIC X(01).
             15 FILLER                              PIC X(998).
      *    ONE PROXY -- REGISTERED, RELEASED, OR LOOKED UP ON THE
      *    CENTRAL DIRECTORY (IBAN MASKED ON A LOOKUP).
           10 O-DISP-PROXY-ITEM           REDEFINES O-DISP-DATA-OUT.
             15 O-PX-TYPE                           PIC X(01).
             15 O-PX-VALUE                          PIC X(60).
             15 O-PX-IBAN                           PIC X(30).
             15 O-PX-NAME                           PIC X(35).
             15 O-PX-BANK-ID                        PIC X(11).
             15 O-PX-STATUS                         PIC X(10).
             15 FILLER                              PIC X(2853).
      *
           10 O-DISP-PROXY-LIST           REDEFINES O-DISP-DATA-OUT.
             15 O-PXL-COUNT                         PIC 9(02).
             15 O-PXL-ELEM                          OCCURS 10 TIMES.
               20 O-PXL-TYPE                        PIC X(01).
               20 O-PXL-VALUE                       PIC X(60).
               20 O-PXL-IBAN                        PIC X(30).
               20 O-PXL-REG-DATE                    PIC 9(08).
               20 O-PXL-STATUS                      PIC X(01).
             15 FILLER                              PIC X(1998).
      *
           10 O-DISP-POST-DECEASED        REDEFINES O-DISP-DATA-OUT.
             15 O-POST-DEC-CUSTID                   PIC 9(09).
             15 O-POST-DEC-DATE                     PIC 9(08).
             15 O-POST-DEC-ORDERS-STOPPED           PIC 9(03).
             15 O-POST-DEC-CARDS-BLOCKED            PIC 9(03).
             15 FILLER                              PIC X(2481).
      *
           10 O-DISP-POST-BUSR            REDEFINES O-DISP-DATA-OUT.
             15 O-POST-BUSR-ID                      PIC 9(09).
             15 O-POST-BUSR-USERNAME                PIC X(50).
             15 O-POST-BUSR-ROLE                    PIC X(4).
             15 FILLER                              PIC X(2441).
      * 
           10 O-DISP-DEL-BUSR             REDEFINES O-DISP-DATA-OUT.
             15 O-DEL-BUSR-ID                       PIC 9(09).
             15 FILLER                              PIC X(2495).
      *
           10 O-DISP-PUT-BUSR             REDEFINES O-DISP-DATA-OUT.
             15 O-PUT-BUSR-ID                       PIC 9(09).
             15 O-PUT-BUSR-USERNAME                 PIC X(50).
             15 O-PUT-BUSR-ROLE                     PIC X(4). 
             15 FILLER                              PIC X(2441).          
           10 O-DISP-GET-BANKUSERS        REDEFINES O-DISP-DATA-OUT.
             15 O-GET-BUSR-COUNT                    PIC 9(02).
             15 O-GET-BUSR-ELEM                     OCCURS 10 TIMES.
               20 O-GET-BUSR-ID                     PIC 9(09).
               20 O-GET-BUSR-USERNAME               PIC X(50).
               20 O-GET-BUSR-ROLE                   PIC X(04).
             15 FILLER                              PIC X(1318).
      *                    post login
      ****************************************************************** 
           10 O-DISP-POST-LOGIN          REDEFINES O-DISP-DATA-OUT.
             15 O-POST-LOGIN-ID                     PIC 9(09).
             15 O-POST-LOGIN-USERNAME               PIC X(50).
             15 O-POST-LOGIN-ROLE                   PIC X(04).
               88 O-POST-LOGIN-ADMIN                VALUE "BaAd".
      ******************************************************************
         05 DISPATCHER-UTILS.
           10 U-DISP-BUSR-DATA.              
             15 U-DISP-LOGIN-ID                     PIC 9(09).
             15 U-DISP-LOGIN-USERNAME               PIC X(50).
             15 U-DISP-LOGIN-ROLE                   PIC X(04).
               88 U-DISP-LOGIN-ADMIN                VALUE "BaAd".
                                                            "BaTS".
               88 U-DISP-LOGIN-TELLER-SENIOR        VALUE "BaTS".
               88 U-DISP-LOGIN-CLIENT               VALUE "BaCl".
      *    BREAK-GLASS GRANT IN FORCE FOR THE LOGGED-IN TELLER (SEE
      *    BGCHECK) -- U-DISP-LOGIN-ROLE IS THEN RAISED TO ADMIN FOR
      *    THE REQUEST, AND THE TELLER'S OWN ROLE IS KEPT HERE.
           10 U-DISP-BREAKGLASS.
             15 U-DISP-BG-ACTIVE                    PIC X(01).
               88 U-DISP-BG-ACTIVE-Y                VALUE "Y".
               88 U-DISP-BG-ACTIVE-N                VALUE "N".
             15 U-DISP-BG-ORIG-ROLE                 PIC X(04).
             15 U-DISP-BG-GRANT-TS                  PIC 9(14).
