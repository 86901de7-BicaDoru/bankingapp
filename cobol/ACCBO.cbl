           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DBK-KEY
           FILE STATUS IS WS-DBK-FILE-STATUS.

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

           SELECT VIBAN-FILE ASSIGN TO "files/vibans.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VI-IBAN
           FILE STATUS IS WS-VI-FILE-STATUS.

           SELECT YEAR-CLOSE-FILE ASSIGN TO "files/yearclose.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YC-YEAR
           FILE STATUS IS WS-YC-FILE-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       01  FEE-SCHEDULE-FILE-RECORD.
           05 FILE-FS-CODE               PIC X(08).
           05 FILE-FS-EFF-DATE           PIC X(10).
           05 FILE-FS-AMOUNT             PIC 9(10)V99.

       FD  BRANCH-FILE.
       COPY BRANCHRECORD.

       FD  DEBIT-BLOCK-FILE.
       COPY DEBITBLOCKRECORD.

       FD  CUST-PROFILE-FILE.
       COPY CUSTPROFILERECORD.

       FD  CUST-ENTITY-FILE.
       COPY CUSTENTITYRECORD.

       FD  CUST-RELATION-FILE.
       COPY CUSTRELATIONRECORD.

       FD  VIBAN-FILE.
       COPY VIBANRECORD.

       FD  YEAR-CLOSE-FILE.
       COPY YEARCLOSERECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

         88 PGNAME-ONBOARD              VALUE "ONBOARD             ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-PARAMSTORE           VALUE "PARAMSTORE          ".
         88 PGNAME-ODPROTECT            VALUE "ODPROTECT           ".
         88 PGNAME-POCKET               VALUE "POCKET              ".
         88 PGNAME-NOTICE               VALUE "NOTICE              ".
         88 PGNAME-FEEWAIVER            VALUE "FEEWAIVER           ".
         88 PGNAME-CREDLIMIT            VALUE "CREDLIMIT           ".
         88 PGNAME-STAFFCHK             VALUE "STAFFCHK            ".

       01 WS-JA-FILE-STATUS              PIC X(02).
       01 FG-JA-FOUND                    PIC X(01).
       01 FG-MORE-JA-ROWS                PIC X(01).
         88 FG-MORE-JA-ROWS-Y            VALUE "Y".
         88 FG-MORE-JA-ROWS-N            VALUE "N".
       01 WS-JA-SCAN-ACC-ID              PIC 9(09).

       01 WS-WDR-FILE-STATUS             PIC X(02).
       01 WS-WDR-SEQ-STATUS              PIC X(02).
       01 FG-OWNER-DECEASED              PIC X(01).
         88 FG-OWNER-DECEASED-Y          VALUE "Y".
         88 FG-OWNER-DECEASED-N          VALUE "N".
      *    MINOR-OWNER STATE OF THE TARGET CUSTOMER AND THE LIMITS IT
      *    RUNS UNDER, FILLED BY UT-CHECK-MINOR-GUARDIAN.
       01 WS-CP-FILE-STATUS              PIC X(02).
       01 FG-TG-MINOR                    PIC X(01).
         88 FG-TG-MINOR-Y                VALUE "Y".
         88 FG-TG-MINOR-N                VALUE "N".
       01 FG-LOGIN-GUARDIAN              PIC X(01).
         88 FG-LOGIN-GUARDIAN-Y          VALUE "Y".
         88 FG-LOGIN-GUARDIAN-N          VALUE "N".
       01 WS-MINOR-GUARDIAN-CUSTID       PIC 9(09).
       01 WS-MINOR-TXN-LIMIT             PIC 9(10)V99.
       01 WS-MINOR-DAILY-LIMIT           PIC 9(10)V99.
       01 WS-MINOR-DAY-TOTAL             PIC 9(10)V99.
       01 WS-MINOR-PAGE-NUMBER           PIC 9(05).
       01 FG-MORE-MINOR-PAGES            PIC X(01).
         88 FG-MORE-MINOR-PAGES-Y        VALUE "Y".
         88 FG-MORE-MINOR-PAGES-N        VALUE "N".
      *    SET BY UT-CHECK-ENTITY-REP WHEN THE LOGGED-IN CLIENT ACTS
      *    AS AN AUTHORIZED REPRESENTATIVE OF A LEGAL-ENTITY OWNER,
      *    WITH THE SIGNING POWER AND LIMIT THEY HOLD.
       01 WS-CE-FILE-STATUS              PIC X(02).
       01 WS-CR-FILE-STATUS              PIC X(02).
       01 FG-LOGIN-REP                   PIC X(01).
         88 FG-LOGIN-REP-Y               VALUE "Y".
         88 FG-LOGIN-REP-N               VALUE "N".
       01 FG-MORE-CR-ROWS                PIC X(01).
         88 FG-MORE-CR-ROWS-Y            VALUE "Y".
         88 FG-MORE-CR-ROWS-N            VALUE "N".
       01 WS-REP-SIGNING-POWER           PIC X(01).
         88 WS-REP-SIGN-SOLE             VALUE "S".
       01 WS-REP-SIGNING-LIMIT           PIC 9(10)V99.

      *    RESOLVED-FOR-TODAY FEE AMOUNTS -- DEFAULTED TO THE K-*
      *    CONSTANTS BY F-LOAD-FEE-SCHEDULE AND OVERRIDDEN FROM
      *    files/data/feeschedule.dat WHEN A ROW APPLIES AS OF T-DATE.
      *    SEE F-LOAD-FEE-SCHEDULE FOR HOW A ROW WINS.
       01 CURRENT-FEE-AMOUNTS.
         05 WS-CUR-MIN-BALANCE-THRESHOLD PIC 9(10)V99.
         05 WS-CUR-LOW-BALANCE-FEE       PIC 9(10)V99.
         05 WS-CUR-OVERDRAFT-FEE         PIC 9(10)V99.
      *    BEST (I.E. LATEST, NOT-YET-FUTURE) EFFECTIVE DATE SEEN SO
      *    FAR FOR EACH CODE WHILE SCANNING THE SCHEDULE -- SPACES
      *    UNTIL A QUALIFYING ROW IS FOUND.

       01 CONSTANTS.
      *    Amount an account may be overdrawn by on a WITHDRAW.
         05 K-OVERDRAFT-LIMIT            PIC 9(10)V99 VALUE 500.00.

      *    COUNTRY AND BANK IDENTIFIERS FOR BANK-GENERATED IBANS (SEE
      *    F-GENERATE-IBAN) -- COUNTRY + CHECK DIGITS + BANK CODE +

      *    A single transaction at or above this amount is flagged
      *    as suspicious activity (see F-CHECK-FRAUD).
         05 K-FRAUD-AMOUNT-THRESHOLD     PIC 9(10)V99 VALUE 10000.00.

      *    FRAUD-PATTERN THRESHOLDS FOR F-CHECK-FRAUD-VELOCITY (HIGH
      *    VELOCITY AND STRUCTURING) -- MONITORING-ONLY, DO NOT BLOCK

      *    A WITHDRAW that leaves the balance under this amount
      *    triggers a flat low-balance fee (see F-CHECK-MIN-BALANCE).
         05 K-MIN-BALANCE-THRESHOLD      PIC 9(10)V99 VALUE 100.00.
         05 K-LOW-BALANCE-FEE            PIC 9(10)V99 VALUE 25.00.

      *    A WITHDRAW that actually takes the balance negative (as
      *    opposed to merely under K-MIN-BALANCE-THRESHOLD) also
      *    triggers this separate overdraft-usage fee (see
      *    F-CHECK-OVERDRAFT-FEE) -- a customer can trigger either
      *    fee, both, or neither on the same withdrawal.
         05 K-OVERDRAFT-FEE              PIC 9(10)V99 VALUE 35.00.

      *    HIGH-VALUE APPROVAL ROUTING (SEE
      *    F-CREATE-WITHDRAWAL-APPROVAL-REQUEST AND WDRAPPR.cbl) --
      *    RECLAIMS (SEE F-POST-BACKDATE-INTEREST-ADJ).
         COPY INTERESTCONFIG.

      *    WHAT HAPPENS WHEN THE ACTING USER IS LINKED TO THE ACCOUNT
      *    -- SECOND-PERSON APPROVAL OR REFUSAL (SEE STAFFCHK AND
      *    UT-CHECK-STAFF-LINK).
         COPY STAFFCONFIG.

      *    DEFAULT MINOR DEBIT LIMITS (SEE UT-CHECK-MINOR-GUARDIAN
      *    AND F-CHECK-MINOR-LIMITS).
         COPY MINORCONFIG.

      *    TWO-DIGIT NUMERIC EQUIVALENTS FOR A..Z, USED BY THE IBAN
      *    MOD-97 CHECKSUM (A=10 ... Z=35).
       01 IBAN-ALPHA-TABLE.

       01 INTERNAL-VARS.
         05 WS-ERROR-SOURCE              PIC X(20).
         05 WS-AMOUNT-SUM                PIC S9(10)V99.
         05 WS-AMOUNT-CURRENT            PIC S9(10)V99.
         05 WS-FEE-NEW-BALANCE           PIC S9(10)V99.
      *    FEE ABOUT TO BE POSTED, AFTER ANY RELATIONSHIP WAIVER (SEE
      *    F-APPLY-FEE-WAIVER), AND ITS FEE SCHEDULE CODE.
         05 WS-FEE-CHARGE                PIC 9(10)V99.
         05 WS-FEE-CODE                  PIC X(08).
      *    OVERDRAFT LIMIT OF THE ACCOUNT CURRENTLY BEING POSTED TO,
      *    CAPTURED IN F-PROCESS-OPERATION -- ACCDB-INTERFACE GETS
      *    RE-INITIALIZED (AND O-ACC-OD-LIMIT WITH IT) BY THE LATER
      *    F-UPDATE-ACC-BALANCE PUT CALL, SO ANYTHING NEEDING THE
      *    LIMIT AFTER THAT POINT (E.G. F-WRITE-LOW-BALANCE-FEE) MUST
      *    READ IT FROM HERE, NOT FROM O-ACC-OD-LIMIT(1) AGAIN.
         05 WS-ACC-OD-LIMIT              PIC 9(10)V99.
      *    UMBRELLA CREDIT LIMIT QUOTED BACK ON A REFUSED OPENING.
         05 WS-CLM-LIMIT-EDITED          PIC Z(09)9.99.
      *    BRANCH THE ACCOUNT BEING POSTED TO WAS OPENED AT, CAPTURED
      *    IN F-PROCESS-OPERATION FOR THE SAME RE-INITIALIZE REASON.
         05 WS-ACC-BRANCHID              PIC 9(03).
      *    SPACES ON A LEGACY UNTYPED ROW BEHAVES AS "SAV", THE SAME
      *    GRANDFATHERING RULE THE COPYBOOK 88 APPLIES (IT KEEPS
      *    EARNING INTEREST, SO IT MUST NOT START PAYING ACTIVITY
      *    FEES EITHER UNTIL SOMEONE DELIBERATELY TYPES IT). THE
      *    NOTICE SAVINGS PRODUCTS ARE SAVINGS ACCOUNTS TOO.
         05 WS-ACC-PRODTYPE              PIC X(03).
           88 WS-ACC-PROD-SAVINGS        VALUES "SAV" "   "
                                                "N32" "N95".
           88 WS-ACC-PROD-NOTICE         VALUES "N32" "N95".
      *  INTER-BRANCH DUE-TO/DUE-FROM DETECTION (F-CHECK-INTERBRANCH)
         05 WS-TILL-BRANCHID             PIC 9(03).
         05 WS-IB-NEXT-ID                PIC 9(07).
         05 WS-BUSDATE-NUM REDEFINES WS-BUSDATE-NUM-X
                                         PIC 9(08).
         05 WS-BACKDATE-DAYS             PIC S9(05).
         05 WS-YC-FILE-STATUS            PIC XX VALUE SPACES.
         05 WS-ADJ-RATE                  PIC 9V9(4).
         05 WS-ADJ-AMOUNT                PIC 9(10)V99.
         05 WS-ADJ-TIER-IDX              PIC 9(01).
      *  RUNTIME-RESOLVED THRESHOLD -- FILLED ONCE PER REQUEST BY
      *  F-LOAD-RUNTIME-PARAMS, COPYBOOK DEFAULT WHEN NO ROW APPLIES.
         05 WS-CUR-WDR-APPROVAL-THR      PIC 9(10)V99.
      *  DEBIT-CONTROL REGISTRY WORK FIELDS (F-CREATE-DEBIT-BLOCK
      *  AND FRIENDS)
         05 WS-DBK-FILE-STATUS           PIC XX VALUE SPACES.
           88 FG-MORE-DBK-ROWS-Y         VALUE "Y".
           88 FG-MORE-DBK-ROWS-N         VALUE "N".
         05 WS-PARAM-BUFFER              PIC X(50).
         05 WS-AMOUNT-EDITED             PIC +ZZZZZZZZZ9.99.
         05 WS-ACTING-ROLE               PIC X(04).
         05 WS-ACCID                     PIC 9(09).
         05 WS-PAGE-TEXT                 PIC X(10).
         05 WS-PAGE-NUMBER-TMP           PIC 9(05).

         05 WS-ACC-OWNER-CUSTID          PIC 9(09).
         05 WS-ACC-OWNER-BUSR-ROLE       PIC X(04).
           88 WS-ACC-OWNER-TELLER        VALUES "BaTe" "BaTS".
           88 WS-ACC-OWNER-CLIENT        VALUE "BaCl".
           88 WS-ACC-OWNER-ADMIN         VALUE "BaAd".
         05 WS-CLIENT-CUSTID             PIC 9(09) VALUE 0.
      *  WORKING VARIABLES FOR THE IBAN MOD-97 CHECKSUM
         05 WS-BF-IBAN                   PIC X(30).
         05 WS-BF-IBAN-LEN               PIC 9(02).
         05 WS-BF-IBAN-POS               PIC 9(02).
      *  WORKING VARIABLES FOR BANK-SIDE IBAN GENERATION
         05 WS-IBAN-NEXT-SEQ             PIC 9(10).
         05 WS-GEN-BRANCH-ID             PIC 9(03).
         05 WS-GEN-BR-CODE               PIC X(04).
         05 WS-GEN-BBAN                  PIC X(18).
         05 WS-GEN-CHECK                 PIC 9(02).
         05 WS-GEN-IBAN                  PIC X(30).
      *  VIRTUAL IBAN REGISTER WORK FIELDS (F-CREATE-VIBAN AND
      *  FRIENDS)
         05 WS-VI-FILE-STATUS            PIC XX VALUE SPACES.
         05 WS-VI-TODAY-RAW              PIC 9(08).
         05 WS-VI-ACC-ID                 PIC 9(09).
         05 WS-VI-BRANCH-ID              PIC 9(03).
         05 WS-VI-TAG-TYPE               PIC X(01).
         05 WS-VI-TAG                    PIC X(35).
         05 FG-MORE-VI-ROWS              PIC X(01).
           88 FG-MORE-VI-ROWS-Y          VALUE "Y".
           88 FG-MORE-VI-ROWS-N          VALUE "N".
      *  CURRENCY POCKET POSTING (F-PROCESS-POCKET-TRANS)
         05 WS-PKT-REFERENCE             PIC X(20).
         05 FG-POCKET-TRANS              PIC X(01) VALUE "N".
           88 FG-POCKET-TRANS-Y          VALUE "Y".
           88 FG-POCKET-TRANS-N          VALUE "N".
      *  NOTICE SAVINGS WITHDRAWAL (F-CHECK-NOTICE/F-SETTLE-NOTICE)
         05 FG-NOTICE-WDR                PIC X(01) VALUE "N".
           88 FG-NOTICE-WDR-Y            VALUE "Y".
           88 FG-NOTICE-WDR-N            VALUE "N".
      *  ACTING USER IS LINKED TO THE ACCOUNT (UT-CHECK-STAFF-LINK)
         05 FG-STAFF-CONFLICT            PIC X(01) VALUE "N".
           88 FG-STAFF-CONFLICT-Y        VALUE "Y".
           88 FG-STAFF-CONFLICT-N        VALUE "N".
      *  
      *  DATA MOVED AROUND BETWEEN THE CALLS OF THE MODULES
         05 WS-BUFFER.
           10 WS-BF-BUSR-ID              PIC 9(09).
           10 WS-BF-CUST-ID              PIC 9(09).
           10 WS-BF-ACC-ID               PIC 9(09).
           10 WS-BF-ROLE                 PIC X(04).
           10 WS-DATE-LEN                PIC 9(04) VALUE 0.
      *  RELEVANT VARIABLES FOR CHECKING THE DATE
      *  
      *  RELEVANT DATA FOR THE USER ON WHICH THE ACTION IS PERFORMED
         05 WS-TARGET-USER.
           10 WS-TG-BUSR-ID              PIC 9(09).
           10 WS-TG-CUST-ID              PIC 9(09).
           10 WS-TG-ACC-ID               PIC 9(09).
           10 WS-TG-ROLE                 PIC X(04).
             88 WS-TG-ROLE-TELLER        VALUES "BaTe" "BaTS".
             88 WS-TG-ROLE-CLIENT        VALUE "BaCl".

       01 HOLD-VARS.
         05 WS-HOLD-PAGE-NUMBER          PIC 9(05).
         05 WS-HELD-TOTAL                PIC S9(10)V99.
         05 WS-AMOUNT-AVAILABLE          PIC S9(10)V99.
         05 FG-MORE-HOLD-PAGES           PIC X.
           88 FG-MORE-HOLD-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-HOLD-PAGES-N       VALUE 'N'.
      *    BEING POSTED TO, SEE F-CHECK-FRAUD-VELOCITY.
         05 WS-FRAUD-VEL-PAGE-NUMBER     PIC 9(05).
         05 WS-FRAUD-VEL-COUNT           PIC 9(03).
         05 WS-FRAUD-VEL-AMOUNT          PIC 9(10)V99.
         05 WS-FRAUD-REASON              PIC X(40).
         05 FG-MORE-FRAUD-VEL-PAGES      PIC X.
           88 FG-MORE-FRAUD-VEL-PAGES-Y  VALUE 'Y'.
       COPY ONBOARDINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY PARAMINTERFACE.
       COPY ODPROTECTINTERFACE.
       COPY POCKETINTERFACE.
       COPY NOTICEINTERFACE.
       COPY FEEWAIVERINTERFACE.
       COPY CREDLIMITINTERFACE.
       COPY STAFFCHKINTERFACE.
       COPY DBUTILSVARS.
      * 
       LINKAGE SECTION.
               PERFORM F-REMOVE-DEBIT-BLOCK
             WHEN I-DISP-METHOD-GET    ALSO I-DISP-OBJ-DEBIT-BLOCK
               PERFORM F-LIST-DEBIT-BLOCKS
             WHEN I-DISP-METHOD-POST   ALSO I-DISP-OBJ-VIBAN
               PERFORM F-CREATE-VIBAN
             WHEN I-DISP-METHOD-DELETE ALSO I-DISP-OBJ-VIBAN
               PERFORM F-CLOSE-VIBAN
             WHEN I-DISP-METHOD-GET    ALSO I-DISP-OBJ-VIBAN
               PERFORM F-LIST-VIBANS
             WHEN I-DISP-METHOD-POST   ALSO I-DISP-OBJ-NOTICE
               PERFORM F-FILE-NOTICE
             WHEN I-DISP-METHOD-DELETE ALSO I-DISP-OBJ-NOTICE
               PERFORM F-CANCEL-NOTICE
             WHEN I-DISP-METHOD-GET    ALSO I-DISP-OBJ-NOTICE
               PERFORM F-LIST-NOTICES
           END-EVALUATE
           .
       F-PROCESS-REQUEST-END.
             EXIT SECTION
           END-IF

      *    A MINOR'S ACCOUNT IS OPENED BY THE GUARDIAN OR THE BRANCH
      *    (THE PERMISSION CHECK ABOVE REFUSES THE MINOR'S OWN LOGIN)
      *    AND NEVER CARRIES AN OVERDRAFT -- SEE BELOW.
           PERFORM UT-CHECK-MINOR-GUARDIAN

      *    AN IBAN LEFT BLANK IS GENERATED BY THE BANK ITSELF --
      *    BANK CODE + OPENING BRANCH + SEQUENCE WITH COMPUTED CHECK
      *    DIGITS (SEE F-GENERATE-IBAN). AN EXPLICIT IBAN IS STILL
      *    DAY-TO-DAY PATH NO LONGER DEPENDS ON A HUMAN COMPOSING A
      *    30-CHARACTER KEY CORRECTLY.
           IF I-POST-ACC-IBAN = SPACES
             MOVE I-POST-ACC-BRANCHID         TO WS-GEN-BRANCH-ID
             PERFORM F-GENERATE-IBAN
             MOVE WS-GEN-IBAN                 TO I-POST-ACC-IBAN
           END-IF

           IF NOT O-DISP-ERR-OK
           MOVE I-POST-ACC-CURRENCY           TO I-ACC-CURRENCY
           MOVE I-POST-ACC-BRANCHID           TO I-ACC-BRANCHID
      *    PRODUCT TYPE -- SPACES DEFAULTS TO THE EVERYDAY CURRENT
      *    ACCOUNT. ONLY THE SOLD PRODUCTS ARE ACCEPTED: CURRENT,
      *    INSTANT-ACCESS SAVINGS, AND 32/95-DAY NOTICE SAVINGS.
           EVALUATE I-POST-ACC-PRODTYPE
             WHEN "SAV"
             WHEN "N32"
             WHEN "N95"
               MOVE I-POST-ACC-PRODTYPE       TO I-ACC-PRODUCT-TYPE
             WHEN OTHER
               MOVE "CUR"                     TO I-ACC-PRODUCT-TYPE
           END-EVALUATE
           MOVE 0                             TO I-ACC-BALANCE
           IF I-POST-ACC-ODLIMIT = 0
             MOVE K-OVERDRAFT-LIMIT           TO I-ACC-OD-LIMIT
           ELSE
             MOVE I-POST-ACC-ODLIMIT          TO I-ACC-OD-LIMIT
           END-IF
           IF FG-TG-MINOR-Y
             MOVE 0                           TO I-ACC-OD-LIMIT
           END-IF
      *    A NOTICE ACCOUNT PAYS OUT ONLY MONEY IT HOLDS.
           IF I-ACC-PROD-NOTICE
             MOVE 0                           TO I-ACC-OD-LIMIT
           END-IF

      *    THE OVERDRAFT LIMIT IS CREDIT GRANTED -- IT MUST FIT UNDER
      *    THE CUSTOMER'S UMBRELLA LIMIT (SEE CREDLIMIT).
           IF I-ACC-OD-LIMIT > 0
             PERFORM F-CHECK-CREDIT-LIMIT
             IF NOT O-DISP-ERR-OK
               EXIT SECTION
             END-IF
           END-IF

           SET PGNAME-ACCDB                   TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           .
       F-CREATE-ACC-END.
           EXIT.
      ******************************************************************
       F-CHECK-CREDIT-LIMIT SECTION.
      *    ACCOUNT NOT OPENED YET -- ITS OVERDRAFT LIMIT COMES ON TOP
      *    OF EVERYTHING THE CUSTOMER ALREADY HAS.
           INITIALIZE CREDLIMIT-INTERFACE
           SET I-CLM-OP-CHECK                 TO TRUE
           SET I-CLM-KIND-OVERDRAFT           TO TRUE
           MOVE I-POST-ACC-CUSTID             TO I-CLM-CUSTOMERID
           MOVE 0                             TO I-CLM-ACCOUNTID
           MOVE I-ACC-OD-LIMIT                TO I-CLM-AMOUNT
           MOVE I-ACC-CURRENCY                TO I-CLM-CURRENCY
           SET PGNAME-CREDLIMIT               TO TRUE
           CALL PROGNAME USING CREDLIMIT-INTERFACE

           IF CREDLIMIT-STATUS-OVER-LIMIT
             SET O-DISP-ERR-CREDIT-LIMIT      TO TRUE
             MOVE 2                           TO I-ERR-PARAM-COUNT
             MOVE I-POST-ACC-CUSTID           TO I-ERR-PARAM (1)
             MOVE O-CLM-LIMIT                 TO WS-CLM-LIMIT-EDITED
             MOVE WS-CLM-LIMIT-EDITED         TO I-ERR-PARAM (2)
           END-IF
           .
       F-CHECK-CREDIT-LIMIT-END.
           EXIT.
      ******************************************************************
       F-GET-HELD-TOTAL SECTION.
      *    WALK ALL PAGES OF ACTIVE HOLDS AGAINST WS-TG-ACC-ID AND SUM
             PERFORM UT-DEFAULT-PERMISSION-CHECK
           END-IF

      *    NO STAFF USER PLACES A HOLD ON AN ACCOUNT THEY ARE LINKED
      *    TO (SEE STAFFCHK) -- THERE IS NO APPROVAL QUEUE FOR HOLDS,
      *    SO IT IS REFUSED AND ANOTHER USER MUST ACT.
           IF O-DISP-ERR-OK
             AND NOT U-DISP-LOGIN-CLIENT
             PERFORM UT-CHECK-STAFF-LINK
             IF FG-STAFF-CONFLICT-Y
               PERFORM F-REFUSE-STAFF-CONFLICT
             END-IF
           END-IF

           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF
             PERFORM UT-DEFAULT-PERMISSION-CHECK
           END-IF

      *    NOR RELEASES ONE -- SAME RULE AS F-PLACE-HOLD.
           IF O-DISP-ERR-OK
             AND NOT U-DISP-LOGIN-CLIENT
             PERFORM UT-CHECK-STAFF-LINK
             IF FG-STAFF-CONFLICT-Y
               PERFORM F-REFUSE-STAFF-CONFLICT
             END-IF
           END-IF

           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF
             END-IF
           END-IF

      *    A LEGAL ENTITY'S REPRESENTATIVE SIGNS NO SINGLE DEBIT
      *    OVER THEIR SIGNING LIMIT (SEE CUSTRELATIONRECORD) -- THE
      *    PERMISSION CHECK ABOVE HAS JUST RESOLVED THEM.
           IF O-DISP-ERR-OK
             AND FG-LOGIN-REP-Y
             AND (I-POST-TRANS-TRTYPE = "WITHDRAW" OR "FEE")
             AND WS-REP-SIGNING-LIMIT > 0
             AND I-POST-TRANS-AMOUNT > WS-REP-SIGNING-LIMIT
             SET O-DISP-ERR-REP-SIGNING-LIMIT TO TRUE
             MOVE 2                       TO I-ERR-PARAM-COUNT
             MOVE WS-REP-SIGNING-LIMIT    TO WS-AMOUNT-EDITED
             MOVE FUNCTION TRIM(WS-AMOUNT-EDITED)
                                          TO I-ERR-PARAM (1)
             MOVE I-POST-TRANS-AMOUNT     TO WS-AMOUNT-EDITED
             MOVE FUNCTION TRIM(WS-AMOUNT-EDITED)
                                          TO I-ERR-PARAM (2)
           END-IF

      *    A STAFF USER POSTING TO THEIR OWN OR A DECLARED RELATIVE'S
      *    ACCOUNT (SEE STAFFACCT) DOES NOT POST ON THEIR OWN
      *    AUTHORITY. ONLY A DEPOSIT, WITHDRAWAL OR FEE CAN WAIT ON
      *    THE WDRAPPR QUEUE FOR AN UNLINKED SECOND PERSON -- ANY
      *    OTHER TYPE, OR ANY TYPE UNDER K-STAFF-CONFLICT-REFUSE, IS
      *    REFUSED OUTRIGHT (SEE STAFFCONFIG).
           SET FG-STAFF-CONFLICT-N         TO TRUE
           IF O-DISP-ERR-OK
             AND NOT U-DISP-LOGIN-CLIENT
             PERFORM UT-CHECK-STAFF-LINK
             IF FG-STAFF-CONFLICT-Y
               IF K-STAFF-CONFLICT-REFUSE
                 OR (I-POST-TRANS-TRTYPE NOT = "WITHDRAW"
                     AND I-POST-TRANS-TRTYPE NOT = "FEE"
                     AND I-POST-TRANS-TRTYPE NOT = "DEPOSIT")
                 PERFORM F-REFUSE-STAFF-CONFLICT
               END-IF
             END-IF
           END-IF

      *    A TRANSACTION IN ONE OF THE ACCOUNT'S OTHER HELD CURRENCIES
      *    MOVES THAT CURRENCY POCKET, NOT THE ACCOUNT BALANCE (SEE
      *    POCKET). THE LIMITS, APPROVAL THRESHOLDS AND FEES BELOW ARE
      *    ALL DENOMINATED IN THE ACCOUNT'S OWN CURRENCY AND DO NOT
      *    APPLY TO IT.
           SET FG-POCKET-TRANS-N           TO TRUE
           IF O-DISP-ERR-OK
             AND I-POST-TRANS-CURRENCY NOT = SPACES
             PERFORM F-CHECK-POCKET-CURRENCY
           END-IF
      *    A POCKET POSTING HAS NO APPROVAL QUEUE TO WAIT ON.
           IF FG-POCKET-TRANS-Y
             AND FG-STAFF-CONFLICT-Y
             PERFORM F-REFUSE-STAFF-CONFLICT
             EXIT SECTION
           END-IF
           IF FG-POCKET-TRANS-Y
             PERFORM F-PROCESS-POCKET-TRANS
             EXIT SECTION
           END-IF

      *    A NOTICE SAVINGS ACCOUNT PAYS OUT ONLY WHAT AN EXPIRED
      *    NOTICE COVERS, OR -- IF THE CALLER ACCEPTS THE PENALTY --
      *    AS AN EARLY WITHDRAWAL (SEE NOTICE). CHECKED HERE, BEFORE
      *    ANY APPROVAL ROUTING, AND SETTLED ONCE THE DEBIT POSTS.
           SET FG-NOTICE-WDR-N             TO TRUE
           IF O-DISP-ERR-OK
             AND I-POST-TRANS-TRTYPE = "WITHDRAW"
             PERFORM F-CHECK-NOTICE
           END-IF

      *    A MINOR'S ACCOUNT RUNS UNDER THE MINOR DEBIT LIMITS,
      *    WHOEVER POSTS THE WITHDRAWAL -- GUARDIAN OR BRANCH (SEE
      *    CUSTPROFILERECORD).
           IF O-DISP-ERR-OK
             AND I-POST-TRANS-TRTYPE = "WITHDRAW"
             PERFORM F-CHECK-MINOR-LIMITS
           END-IF

      *    A STAFF-LINKED POSTING THAT SURVIVED THE CHECKS ABOVE GOES
      *    TO WDRAPPR WHATEVER THE AMOUNT -- A DEPOSIT INCLUDED.
           IF O-DISP-ERR-OK
             AND FG-STAFF-CONFLICT-Y
             MOVE 1                        TO WS-MANDATE-REQUIRED
             PERFORM F-CREATE-WITHDRAWAL-APPROVAL-REQUEST
             EXIT SECTION
           END-IF

      *    A JOINT-ACCOUNT SIGNATURE MANDATE (SEE JOINTACC MANDATE)
      *    MAY DEMAND MORE THAN ONE OWNER'S AUTHORIZATION FOR A
      *    WITHDRAWAL THIS LARGE -- IF SO IT GOES TO THE SAME WDRAPPR
             PERFORM F-UPDATE-ACC-BALANCE
           END-IF

           IF O-DISP-ERR-OK
             AND FG-NOTICE-WDR-Y
             PERFORM F-SETTLE-NOTICE
           END-IF

           IF O-DISP-ERR-OK
             AND WS-VALUE-DATE > 0
             PERFORM F-POST-BACKDATE-INTEREST-ADJ
             EXIT SECTION
           END-IF

           MOVE "OVERDFEE"                    TO WS-FEE-CODE
           MOVE WS-CUR-OVERDRAFT-FEE          TO WS-FEE-CHARGE
           PERFORM F-APPLY-FEE-WAIVER
           IF WS-FEE-CHARGE = 0
             EXIT SECTION
           END-IF
           COMPUTE WS-FEE-NEW-BALANCE =
                   WS-AMOUNT-SUM - WS-FEE-CHARGE

           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST                TO TRUE
           MOVE I-POST-TRANS-ACCID            TO I-TRANS-ACCOUNTID
           MOVE "FEE"                         TO I-TRANS-TRANS-TYPE
           MOVE WS-FEE-CHARGE                 TO I-TRANS-AMMOUNT
           MOVE WS-FEE-NEW-BALANCE            TO I-TRANS-ACCBALANCE
           MOVE WS-TIMESTAMP                  TO I-TRANS-TIMESTAMP
           MOVE "OVERDRAFT USAGE FEE"         TO I-TRANS-MEMO
             EXIT SECTION
           END-IF

           MOVE "LOWBALFE"                    TO WS-FEE-CODE
           MOVE WS-CUR-LOW-BALANCE-FEE        TO WS-FEE-CHARGE
           PERFORM F-APPLY-FEE-WAIVER
           IF WS-FEE-CHARGE = 0
             EXIT SECTION
           END-IF
           COMPUTE WS-FEE-NEW-BALANCE =
                   WS-AMOUNT-SUM - WS-FEE-CHARGE

           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST                TO TRUE
           MOVE I-POST-TRANS-ACCID            TO I-TRANS-ACCOUNTID
           MOVE "FEE"                         TO I-TRANS-TRANS-TYPE
           MOVE WS-FEE-CHARGE                 TO I-TRANS-AMMOUNT
           MOVE WS-FEE-NEW-BALANCE            TO I-TRANS-ACCBALANCE
           MOVE WS-TIMESTAMP                  TO I-TRANS-TIMESTAMP
           MOVE "LOW BALANCE FEE"             TO I-TRANS-MEMO
           SET PGNAME-TRANSDB                 TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE

           .
       F-WRITE-LOW-BALANCE-FEE-END.
           EXIT.
      ******************************************************************
       F-APPLY-FEE-WAIVER SECTION.
      *    THE FEE IS JUDGED AGAINST THE CUSTOMER'S WHOLE RELATIONSHIP
      *    (SEE FEEWAIVER) -- A MATCHING WAIVER RULE REDUCES
      *    WS-FEE-CHARGE, TO ZERO FOR A FULL WAIVER. THE OVERDRAFT-
      *    LIMIT GUARD ABOVE HAS ALREADY PASSED ON THE FULL FEE, SO A
      *    SMALLER ONE CAN ONLY FIT TOO. IF FEEWAIVER IS UNAVAILABLE
      *    THE FULL FEE STANDS.
           INITIALIZE FEEWAIVER-INTERFACE
           SET I-FWV-OP-APPLY                 TO TRUE
           MOVE WS-TG-CUST-ID                 TO I-FWV-CUSTOMERID
           MOVE I-POST-TRANS-ACCID            TO I-FWV-ACCOUNTID
           MOVE WS-FEE-CODE                   TO I-FWV-FEE-CODE
           MOVE WS-FEE-CHARGE                 TO I-FWV-FEE-AMOUNT
           SET PGNAME-FEEWAIVER               TO TRUE
           CALL PROGNAME USING FEEWAIVER-INTERFACE
           IF FEEWAIVER-STATUS-OK
             MOVE O-FWV-CHARGE-AMOUNT         TO WS-FEE-CHARGE
           END-IF
           .
       F-APPLY-FEE-WAIVER-END.
           EXIT.
      ******************************************************************
       F-NOTIFY-CUSTOMER SECTION.
      *    STAND-IN FOR AN EMAIL/SMS GATEWAY -- SEE NOTIFY.cbl. NEVER
               PERFORM F-GET-HELD-TOTAL
               COMPUTE WS-AMOUNT-AVAILABLE =
                   WS-AMOUNT-CURRENT - WS-HELD-TOTAL
      *        A SHORT ACCOUNT WITH OVERDRAFT PROTECTION PULLS THE
      *        SHORTFALL FROM ITS LINKED SAVINGS ACCOUNT FIRST (SEE
      *        ODPROTECT) -- ONLY WHAT THE LINK CANNOT COVER FALLS TO
      *        THE OVERDRAFT LIMIT OR THE DECLINE BELOW.
               IF I-POST-TRANS-AMOUNT > WS-AMOUNT-AVAILABLE
                 PERFORM F-OVERDRAFT-PROTECT
               END-IF
               IF I-POST-TRANS-AMOUNT >
                  WS-AMOUNT-AVAILABLE + WS-ACC-OD-LIMIT
                 SET O-DISP-ERR-ACC-NO-FUNDS  TO TRUE
           .
       F-PROCESS-OPERATION-END.
           EXIT.
      ******************************************************************
       F-OVERDRAFT-PROTECT SECTION.
           INITIALIZE ODPROTECT-INTERFACE
           SET I-ODP-OP-COVER                 TO TRUE
           MOVE I-POST-TRANS-ACCID            TO I-ODP-ACCOUNTID
           COMPUTE I-ODP-AMOUNT =
                   I-POST-TRANS-AMOUNT - WS-AMOUNT-AVAILABLE
           MOVE I-POST-TRANS-TRTYPE           TO I-ODP-REFERENCE
           SET PGNAME-ODPROTECT               TO TRUE
           CALL PROGNAME USING ODPROTECT-INTERFACE

           IF ODPROTECT-STATUS-OK
             MOVE O-ODP-NEW-BALANCE           TO WS-AMOUNT-CURRENT
             COMPUTE WS-AMOUNT-AVAILABLE =
                 WS-AMOUNT-CURRENT - WS-HELD-TOTAL
           END-IF
           .
       F-OVERDRAFT-PROTECT-END.
           EXIT.
      ******************************************************************
       F-CHECK-POCKET-CURRENCY SECTION.
      *    THE ACCOUNT'S OWN CURRENCY TAKES THE ORDINARY PATH -- ONLY
      *    A DIFFERENT ONE IS A POCKET POSTING.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM               TO TRUE
           MOVE I-POST-TRANS-ACCID            TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                   TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           IF NOT ACCDB-STATUS-OK
             EXIT SECTION
           END-IF
           IF O-ACC-CURRENCY(1) NOT = I-POST-TRANS-CURRENCY
             SET FG-POCKET-TRANS-Y            TO TRUE
           END-IF
           .
       F-CHECK-POCKET-CURRENCY-END.
           EXIT.
      ******************************************************************
       F-PROCESS-POCKET-TRANS SECTION.
           IF O-ACC-STATUS(1) = "C"
             SET O-DISP-ERR-ACC-CLOSED        TO TRUE
             EXIT SECTION
           END-IF

           INITIALIZE POCKET-INTERFACE
           EVALUATE I-POST-TRANS-TRTYPE
             WHEN "DEPOSIT"
               SET I-PKT-OP-CREDIT            TO TRUE
             WHEN "WITHDRAW"
               SET I-PKT-OP-DEBIT             TO TRUE
             WHEN OTHER
               SET O-DISP-ERR-ACC-BAD-TRTYPE  TO TRUE
               MOVE 1                         TO I-ERR-PARAM-COUNT
               MOVE I-POST-TRANS-TRTYPE       TO I-ERR-PARAM (1)
               EXIT SECTION
           END-EVALUATE

           ACCEPT WS-TIME-RAW FROM TIME
           ACCEPT WS-DATE-RAW FROM DATE
           MOVE '20'                          TO WS-DATE-CC
           MOVE WS-DATE-YYYY                  TO T-YEAR
           MOVE WS-DATE-MM                    TO T-MONTH
           MOVE WS-DATE-TT                    TO T-DAY
           MOVE WS-TIME-HH                    TO T-HOUR
           MOVE WS-TIME-MM                    TO T-MIN
           MOVE WS-TIME-SS                    TO T-SEC
           PERFORM UT-STAMP-BUSINESS-DATE

           MOVE SPACES                        TO WS-PKT-REFERENCE
           STRING "PKT" T-YEAR T-MONTH T-DAY
                  T-HOUR T-MIN T-SEC I-POST-TRANS-ACCID(3:3)
             DELIMITED BY SIZE
             INTO WS-PKT-REFERENCE
           END-STRING

           MOVE I-POST-TRANS-ACCID            TO I-PKT-ACCOUNTID
           MOVE I-POST-TRANS-CURRENCY         TO I-PKT-CURRENCY
           MOVE I-POST-TRANS-AMOUNT           TO I-PKT-AMOUNT
           MOVE WS-PKT-REFERENCE              TO I-PKT-REFERENCE
           MOVE I-POST-TRANS-MEMO             TO I-PKT-MEMO
           MOVE U-DISP-LOGIN-ID               TO I-PKT-ACTOR-BUSR-ID
           SET PGNAME-POCKET                  TO TRUE
           CALL PROGNAME USING POCKET-INTERFACE

           EVALUATE TRUE
             WHEN POCKET-STATUS-OK
               MOVE I-POST-TRANS-ACCID        TO O-POST-TRANS-ACCOUNTID
               MOVE I-POST-TRANS-TRTYPE       TO O-POST-TRANS-TRANS-TYPE
               MOVE I-POST-TRANS-AMOUNT       TO O-POST-TRANS-AMOUNT
               MOVE WS-TIMESTAMP              TO O-POST-TRANS-TIMESTAMP
               MOVE O-PKT-BALANCE             TO O-POST-TRANS-BALANCE
               MOVE I-POST-TRANS-MEMO         TO O-POST-TRANS-MEMO
               MOVE "POSTED"                  TO O-POST-TRANS-STATUS
               MOVE I-POST-TRANS-CURRENCY     TO O-POST-TRANS-CURRENCY
               PERFORM F-NOTIFY-CUSTOMER
             WHEN POCKET-STATUS-NOT-FOUND
               SET O-DISP-ERR-POCKET-NOT-HELD TO TRUE
               MOVE 1                         TO I-ERR-PARAM-COUNT
               MOVE I-POST-TRANS-CURRENCY     TO I-ERR-PARAM (1)
             WHEN POCKET-STATUS-NSF
               SET O-DISP-ERR-ACC-NO-FUNDS    TO TRUE
               MOVE 2                         TO I-ERR-PARAM-COUNT
               MOVE O-PKT-BALANCE             TO WS-AMOUNT-EDITED
               MOVE FUNCTION TRIM(WS-AMOUNT-EDITED)
                                              TO I-ERR-PARAM (1)
               MOVE I-POST-TRANS-AMOUNT       TO WS-AMOUNT-EDITED
               MOVE FUNCTION TRIM(WS-AMOUNT-EDITED)
                                              TO I-ERR-PARAM (2)
             WHEN POCKET-STATUS-NO-RATE
               SET O-DISP-ERR-POCKET-NO-RATE  TO TRUE
               MOVE 1                         TO I-ERR-PARAM-COUNT
               MOVE I-POST-TRANS-CURRENCY     TO I-ERR-PARAM (1)
             WHEN OTHER
               SET O-DISP-ERR-DB-SQL          TO TRUE
           END-EVALUATE
           .
       F-PROCESS-POCKET-TRANS-END.
           EXIT.
      ******************************************************************
       F-WRITE-TRANSACTION SECTION.
           INITIALIZE TRANSDB-INTERFACE
               MOVE WS-AMOUNT-SUM        TO O-POST-TRANS-BALANCE
               MOVE I-POST-TRANS-MEMO    TO O-POST-TRANS-MEMO
               MOVE "POSTED"             TO O-POST-TRANS-STATUS
               MOVE 0                    TO O-POST-TRANS-PENALTY
             WHEN OTHER
               SET O-DISP-ERR-DB-SQL     TO TRUE
           END-EVALUATE
           .
       F-HANDLE-ERROR-END.
           EXIT.
      ******************************************************************
       UT-CHECK-STAFF-LINK SECTION.
      *    IS THE LOGGED-IN USER LINKED TO WS-TG-ACC-ID -- THEIR OWN
      *    ACCOUNT OR A DECLARED RELATIVE'S (SEE STAFFCHK)? THE CALLER
      *    DECIDES WHETHER TO REFUSE OR ROUTE FOR APPROVAL.
           SET FG-STAFF-CONFLICT-N            TO TRUE
           INITIALIZE STAFFCHK-INTERFACE
           MOVE U-DISP-LOGIN-ID               TO I-STFC-BUSR-ID
           MOVE WS-TG-ACC-ID                  TO I-STFC-ACCOUNTID
           SET PGNAME-STAFFCHK                TO TRUE
           CALL PROGNAME USING STAFFCHK-INTERFACE

           IF STAFFCHK-STATUS-CONFLICT
             SET FG-STAFF-CONFLICT-Y          TO TRUE
           END-IF
           .
       UT-CHECK-STAFF-LINK-END.
           EXIT.
      ******************************************************************
       F-REFUSE-STAFF-CONFLICT SECTION.
           SET O-DISP-ERR-STAFF-SELF-DEALING  TO TRUE
           MOVE 2                             TO I-ERR-PARAM-COUNT
           MOVE U-DISP-LOGIN-ID               TO I-ERR-PARAM (1)
           MOVE WS-TG-ACC-ID                  TO I-ERR-PARAM (2)
           .
       F-REFUSE-STAFF-CONFLICT-END.
           EXIT.
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
      *        CUSTRELATIONRECORD).
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
      *        A VIEW-ONLY REPRESENTATIVE MAY LOOK AND DEPOSIT, NOT
      *        DEBIT OR CLOSE.
               IF O-DISP-ERR-OK
                 AND FG-LOGIN-REP-Y
                 AND WS-TG-REQUIRES-FULL
                 AND NOT WS-REP-SIGN-SOLE
                 SET O-DISP-ERR-REP-NO-SIGNING-POWER TO TRUE
                 MOVE 1                            TO I-ERR-PARAM-COUNT
                 MOVE WS-TG-CUST-ID                TO I-ERR-PARAM (1)
               END-IF
      *        On a minor's account only the guardian holds the full
      *        tier -- the minor's own login (or a joint owner) is
      *        left with view and deposit.
               IF O-DISP-ERR-OK
                 AND FG-TG-MINOR-Y
                 AND WS-TG-REQUIRES-FULL
                 AND FG-LOGIN-GUARDIAN-N
                 SET O-DISP-ERR-MINOR-GUARDIAN-ONLY TO TRUE
                 MOVE 1                            TO I-ERR-PARAM-COUNT
                 MOVE WS-TG-CUST-ID                TO I-ERR-PARAM (1)
               END-IF
             WHEN OTHER
               SET O-DISP-ERR-AUTH-ROLE-FORBIDDEN  TO TRUE
               MOVE 1                              TO I-ERR-PARAM-COUNT
      *
       UT-DEFAULT-PERMISSION-CHECK-END.
           EXIT.
      ******************************************************************
       UT-CHECK-MINOR-GUARDIAN SECTION.
      *    LOADS WS-TG-CUST-ID'S PROFILE (SEE CUSTPROFILERECORD): SETS
      *    FG-TG-MINOR-Y AND THE LIMITS THE MINOR RUNS UNDER, AND
      *    FG-LOGIN-GUARDIAN-Y WHEN THE LOGGED-IN CLIENT IS THE
      *    MINOR'S DESIGNATED GUARDIAN. NO PROFILE FILE OR NO ROW
      *    MEANS AN ADULT CUSTOMER.
           SET FG-TG-MINOR-N               TO TRUE
           SET FG-LOGIN-GUARDIAN-N         TO TRUE
           MOVE K-MINOR-TXN-LIMIT          TO WS-MINOR-TXN-LIMIT
           MOVE K-MINOR-DAILY-LIMIT        TO WS-MINOR-DAILY-LIMIT
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

      *    THE GUARDIAN IS A CUSTOMER -- THEIR LOGIN IS THE BANK USER
      *    ON THEIR OWN CUSTOMER ROW.
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
       UT-CHECK-ENTITY-REP SECTION.
      *    SETS FG-LOGIN-REP-Y, WITH THE SIGNING POWER AND LIMIT, WHEN
      *    WS-TG-CUST-ID IS AN ACTIVE LEGAL ENTITY (SEE
      *    CUSTENTITYRECORD) AND THE LOGGED-IN CLIENT IS ONE OF ITS
      *    ACTIVE AUTHORIZED REPRESENTATIVES. A REPRESENTATIVE IS A
      *    CUSTOMER -- THEIR LOGIN IS THE BANK USER ON THEIR OWN
      *    CUSTOMER ROW, SAME AS A GUARDIAN'S.
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
       F-CHECK-MINOR-LIMITS SECTION.
      *    A WITHDRAWAL FROM A MINOR'S ACCOUNT MAY NOT EXCEED THE
      *    MINOR'S SINGLE-DEBIT LIMIT, NOR TAKE TODAY'S WITHDRAWALS
      *    FROM THE ACCOUNT OVER THE DAILY LIMIT (SAME TODAY'S-ROWS
      *    WALK AS F-CHECK-FRAUD-VELOCITY).
           PERFORM UT-CHECK-MINOR-GUARDIAN
           IF FG-TG-MINOR-N
             EXIT SECTION
           END-IF

           IF I-POST-TRANS-AMOUNT > WS-MINOR-TXN-LIMIT
             SET O-DISP-ERR-MINOR-LIMIT    TO TRUE
             MOVE 2                        TO I-ERR-PARAM-COUNT
             MOVE WS-MINOR-TXN-LIMIT       TO WS-AMOUNT-EDITED
             MOVE FUNCTION TRIM(WS-AMOUNT-EDITED)
                                           TO I-ERR-PARAM (1)
             MOVE I-POST-TRANS-AMOUNT      TO WS-AMOUNT-EDITED
             MOVE FUNCTION TRIM(WS-AMOUNT-EDITED)
                                           TO I-ERR-PARAM (2)
             EXIT SECTION
           END-IF

           ACCEPT WS-DATE-RAW FROM DATE
           MOVE '20'                       TO WS-DATE-CC
           MOVE WS-DATE-YYYY               TO T-YEAR
           MOVE WS-DATE-MM                 TO T-MONTH
           MOVE WS-DATE-TT                 TO T-DAY
           PERFORM UT-STAMP-BUSINESS-DATE

           MOVE 0                          TO WS-MINOR-DAY-TOTAL
           SET FG-MORE-MINOR-PAGES-Y       TO TRUE
           MOVE 1                          TO WS-MINOR-PAGE-NUMBER

           PERFORM UNTIL FG-MORE-MINOR-PAGES-N
             INITIALIZE TRANSDB-INTERFACE
             SET I-TRANS-OP-GET-LIST       TO TRUE
             MOVE I-POST-TRANS-ACCID       TO I-TRANS-ACCOUNTID
             MOVE WS-MINOR-PAGE-NUMBER     TO I-TRANS-PAGE-NUMBER
             SET PGNAME-TRANSDB            TO TRUE
             CALL PROGNAME USING TRANSDB-INTERFACE

             IF NOT TRANSDB-STATUS-OK
               MOVE 0                      TO O-TRANSDB-COUNT
             END-IF

             IF O-TRANSDB-COUNT = 0
               SET FG-MORE-MINOR-PAGES-N   TO TRUE
             ELSE
               PERFORM VARYING IND-1 FROM 1 BY 1
                       UNTIL IND-1 > O-TRANSDB-COUNT
                 IF O-TRANS-TRANS-TYPE(IND-1) = "WITHDRAW"
                 AND O-TRANS-TIMESTAMP(IND-1)(1:10) = T-DATE
                   ADD O-TRANS-AMMOUNT(IND-1) TO WS-MINOR-DAY-TOTAL
                 END-IF
               END-PERFORM
               IF O-TRANSDB-COUNT < K-PAGE-SIZE
                 SET FG-MORE-MINOR-PAGES-N TO TRUE
               ELSE
                 ADD 1                     TO WS-MINOR-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM

           ADD I-POST-TRANS-AMOUNT         TO WS-MINOR-DAY-TOTAL
           IF WS-MINOR-DAY-TOTAL > WS-MINOR-DAILY-LIMIT
             SET O-DISP-ERR-MINOR-LIMIT    TO TRUE
             MOVE 2                        TO I-ERR-PARAM-COUNT
             MOVE WS-MINOR-DAILY-LIMIT     TO WS-AMOUNT-EDITED
             MOVE FUNCTION TRIM(WS-AMOUNT-EDITED)
                                           TO I-ERR-PARAM (1)
             MOVE WS-MINOR-DAY-TOTAL       TO WS-AMOUNT-EDITED
             MOVE FUNCTION TRIM(WS-AMOUNT-EDITED)
                                           TO I-ERR-PARAM (2)
           END-IF
           .
       F-CHECK-MINOR-LIMITS-END.
           EXIT.
      ******************************************************************
       UT-CHECK-JOINT-OWNER SECTION.
           PERFORM UT-OPEN-JOINT-ACC
       F-GENERATE-IBAN SECTION.
      *    COMPOSE THE BBAN (BANK CODE + OPENING BRANCH'S BR-CODE +
      *    10-DIGIT SEQUENCE), COMPUTE THE ISO 7064 CHECK DIGITS, AND
      *    LEAVE THE RESULT IN WS-GEN-IBAN FOR THE BRANCH IN
      *    WS-GEN-BRANCH-ID -- THE ORDINARY CREATE PATH THEN VALIDATES
      *    AND STORES IT EXACTLY AS IF THE CALLER HAD SUPPLIED IT, AND
      *    F-CREATE-VIBAN ISSUES IT AS A VIRTUAL IBAN. ACCOUNTS AND
      *    VIRTUAL IBANS SHARE ONE SEQUENCE, SO THEY NEVER COLLIDE.
           PERFORM F-GET-BRANCH-CODE
           PERFORM UT-NEXT-IBAN-SEQUENCE


           PERFORM F-COMPUTE-IBAN-CHECK-DIGITS

           MOVE SPACES                           TO WS-GEN-IBAN
           STRING K-IBAN-COUNTRY
                  WS-GEN-CHECK
                  WS-GEN-BBAN
             DELIMITED BY SIZE
             INTO WS-GEN-IBAN
           END-STRING
           .
       F-GENERATE-IBAN-END.
           MOVE K-IBAN-BANK-CODE          TO WS-GEN-BR-CODE
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-FILE-STATUS = "00"
             MOVE WS-GEN-BRANCH-ID        TO BR-ID
             READ BRANCH-FILE
               INVALID KEY
                 CONTINUE
           .
       F-LIST-DEBIT-BLOCKS-END.
           EXIT.
      ******************************************************************
       F-CREATE-VIBAN SECTION.
      *    A BUSINESS CUSTOMER HANDS OUT ONE VIRTUAL IBAN PER PAYER OR
      *    PER INVOICE SO EACH INCOMING CREDIT SAYS WHO PAID WHAT. THE
      *    SAME FULL-PERMISSION CHECK AS ANY OTHER CHANGE TO THE
      *    ACCOUNT, SO THE ENTITY'S REPRESENTATIVES CAN DO IT
      *    THEMSELVES. THE NUMBER COMES FROM F-GENERATE-IBAN UNDER THE
      *    PARENT ACCOUNT'S BRANCH.
           MOVE I-POST-VIB-ACCID              TO WS-TG-ACC-ID
           PERFORM UT-GET-TARGET-USER-DATA-FROM-ACC-ID
           IF O-DISP-ERR-OK
             SET WS-TG-REQUIRES-FULL          TO TRUE
             PERFORM UT-DEFAULT-PERMISSION-CHECK
           END-IF
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           IF (I-POST-VIB-TAG-TYPE NOT = "P"
               AND I-POST-VIB-TAG-TYPE NOT = "I")
             OR I-POST-VIB-TAG = SPACES
             SET O-DISP-ERR-VIBAN-BAD-TAG     TO TRUE
             EXIT SECTION
           END-IF
           MOVE I-POST-VIB-ACCID              TO WS-VI-ACC-ID
           MOVE I-POST-VIB-TAG-TYPE           TO WS-VI-TAG-TYPE
           MOVE I-POST-VIB-TAG                TO WS-VI-TAG

      *    ONLY AN OPEN ACCOUNT OF AN ACTIVE LEGAL ENTITY COLLECTS
      *    THROUGH VIRTUAL IBANS.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM               TO TRUE
           MOVE WS-VI-ACC-ID                  TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                   TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             SET O-DISP-ERR-DB-ITEM-NOT-FOUND TO TRUE
             EXIT SECTION
           END-IF
           IF O-ACC-STATUS(1) = "C"
             SET O-DISP-ERR-VIBAN-NOT-BUSINESS TO TRUE
             EXIT SECTION
           END-IF
           MOVE O-ACC-BRANCHID(1)             TO WS-VI-BRANCH-ID

           MOVE SPACES                        TO CE-STATUS
           OPEN INPUT CUST-ENTITY-FILE
           IF WS-CE-FILE-STATUS = "00"
             MOVE WS-TG-CUST-ID               TO CE-CUSTOMERID
             READ CUST-ENTITY-FILE
               INVALID KEY
                 MOVE SPACES                  TO CE-STATUS
             END-READ
             CLOSE CUST-ENTITY-FILE
           END-IF
           IF NOT CE-IS-ACTIVE
             SET O-DISP-ERR-VIBAN-NOT-BUSINESS TO TRUE
             EXIT SECTION
           END-IF

           MOVE WS-VI-BRANCH-ID               TO WS-GEN-BRANCH-ID
           PERFORM F-GENERATE-IBAN

           OPEN I-O VIBAN-FILE
           IF WS-VI-FILE-STATUS = "35"
             OPEN OUTPUT VIBAN-FILE
             CLOSE VIBAN-FILE
             OPEN I-O VIBAN-FILE
           END-IF

           ACCEPT WS-VI-TODAY-RAW FROM DATE YYYYMMDD
           MOVE SPACES                        TO VIBAN-RECORD
           MOVE WS-GEN-IBAN                   TO VI-IBAN
           MOVE WS-VI-ACC-ID                  TO VI-ACCOUNT-ID
           MOVE WS-VI-TAG-TYPE                TO VI-TAG-TYPE
           MOVE WS-VI-TAG                     TO VI-TAG
           SET VI-IS-ACTIVE                   TO TRUE
           MOVE WS-VI-TODAY-RAW               TO VI-CREATED-DATE
           MOVE U-DISP-LOGIN-ID               TO VI-CREATED-BY
           MOVE 0                             TO VI-CLOSED-DATE
           WRITE VIBAN-RECORD
             INVALID KEY
               SET O-DISP-ERR-DB-SQL          TO TRUE
           END-WRITE
           CLOSE VIBAN-FILE
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           INITIALIZE AUDIT-INTERFACE
           MOVE "VIBAN"                       TO I-AUDIT-ENTITY
           MOVE WS-VI-ACC-ID                  TO I-AUDIT-ENTITY-ID
           SET I-AUDIT-ACT-CREATE             TO TRUE
           MOVE U-DISP-LOGIN-ID               TO I-AUDIT-ACTOR-BUSR-ID
           SET PGNAME-AUDITLOG                TO TRUE
           CALL PROGNAME USING AUDIT-INTERFACE

           MOVE 1                             TO O-VIB-COUNT
           MOVE VI-IBAN                       TO O-VIB-IBAN(1)
           MOVE VI-TAG-TYPE                   TO O-VIB-TAG-TYPE(1)
           MOVE VI-TAG                        TO O-VIB-TAG(1)
           MOVE VI-STATUS                     TO O-VIB-STATUS(1)
           MOVE VI-CREATED-DATE               TO O-VIB-CREATED-DATE(1)
           .
       F-CREATE-VIBAN-END.
           EXIT.
      ******************************************************************
       F-CLOSE-VIBAN SECTION.
      *    CLOSING ONLY STOPS NEW CREDITS BEING PLACED ON THE PARENT
      *    -- THE ROW STAYS SO THE NUMBER IS NEVER HANDED OUT AGAIN.
           OPEN I-O VIBAN-FILE
           IF WS-VI-FILE-STATUS NOT = "00"
             SET O-DISP-ERR-VIBAN-NOT-FOUND   TO TRUE
             EXIT SECTION
           END-IF

           MOVE I-DEL-VIB-IBAN                TO VI-IBAN
           READ VIBAN-FILE
             INVALID KEY
               SET O-DISP-ERR-VIBAN-NOT-FOUND TO TRUE
             NOT INVALID KEY
               IF NOT VI-IS-ACTIVE
                 SET O-DISP-ERR-VIBAN-NOT-FOUND TO TRUE
               END-IF
           END-READ
           IF NOT O-DISP-ERR-OK
             CLOSE VIBAN-FILE
             EXIT SECTION
           END-IF

           MOVE VI-ACCOUNT-ID                 TO WS-TG-ACC-ID
           PERFORM UT-GET-TARGET-USER-DATA-FROM-ACC-ID
           IF O-DISP-ERR-OK
             SET WS-TG-REQUIRES-FULL          TO TRUE
             PERFORM UT-DEFAULT-PERMISSION-CHECK
           END-IF
           IF NOT O-DISP-ERR-OK
             CLOSE VIBAN-FILE
             EXIT SECTION
           END-IF

           ACCEPT WS-VI-TODAY-RAW FROM DATE YYYYMMDD
           SET VI-IS-CLOSED                   TO TRUE
           MOVE WS-VI-TODAY-RAW               TO VI-CLOSED-DATE
           REWRITE VIBAN-RECORD
           CLOSE VIBAN-FILE

           INITIALIZE AUDIT-INTERFACE
           MOVE "VIBAN"                       TO I-AUDIT-ENTITY
           MOVE VI-ACCOUNT-ID                 TO I-AUDIT-ENTITY-ID
           SET I-AUDIT-ACT-DELETE             TO TRUE
           MOVE U-DISP-LOGIN-ID               TO I-AUDIT-ACTOR-BUSR-ID
           SET PGNAME-AUDITLOG                TO TRUE
           CALL PROGNAME USING AUDIT-INTERFACE

           MOVE 1                             TO O-VIB-COUNT
           MOVE VI-IBAN                       TO O-VIB-IBAN(1)
           MOVE VI-TAG-TYPE                   TO O-VIB-TAG-TYPE(1)
           MOVE VI-TAG                        TO O-VIB-TAG(1)
           MOVE VI-STATUS                     TO O-VIB-STATUS(1)
           MOVE VI-CREATED-DATE               TO O-VIB-CREATED-DATE(1)
           .
       F-CLOSE-VIBAN-END.
           EXIT.
      ******************************************************************
       F-LIST-VIBANS SECTION.
      *    THE REGISTER IS KEYED ON THE VIRTUAL IBAN, SO AN ACCOUNT'S
      *    ROWS ARE FOUND BY A FULL BROWSE. OPEN ONES ONLY, FIRST 20.
           MOVE I-GET-VIB-ACCID               TO WS-TG-ACC-ID
           PERFORM UT-GET-TARGET-USER-DATA-FROM-ACC-ID
           IF O-DISP-ERR-OK
             SET WS-TG-REQUIRES-VIEW          TO TRUE
             PERFORM UT-DEFAULT-PERMISSION-CHECK
           END-IF
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           MOVE 0                             TO O-VIB-COUNT
           OPEN INPUT VIBAN-FILE
           IF WS-VI-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                    TO VI-IBAN
           START VIBAN-FILE KEY IS NOT LESS THAN VI-IBAN
             INVALID KEY
               SET FG-MORE-VI-ROWS-N          TO TRUE
             NOT INVALID KEY
               SET FG-MORE-VI-ROWS-Y          TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-VI-ROWS-N
             READ VIBAN-FILE NEXT RECORD
               AT END
                 SET FG-MORE-VI-ROWS-N        TO TRUE
               NOT AT END
                 IF VI-ACCOUNT-ID = I-GET-VIB-ACCID
                   AND VI-IS-ACTIVE AND O-VIB-COUNT < 20
                   ADD 1                      TO O-VIB-COUNT
                   MOVE VI-IBAN               TO O-VIB-IBAN(O-VIB-COUNT)
                   MOVE VI-TAG-TYPE           TO
                                          O-VIB-TAG-TYPE(O-VIB-COUNT)
                   MOVE VI-TAG                TO O-VIB-TAG(O-VIB-COUNT)
                   MOVE VI-STATUS             TO
                                          O-VIB-STATUS(O-VIB-COUNT)
                   MOVE VI-CREATED-DATE       TO
                                        O-VIB-CREATED-DATE(O-VIB-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE VIBAN-FILE
           .
       F-LIST-VIBANS-END.
           EXIT.
      ******************************************************************
       F-FILE-NOTICE SECTION.
      *    THE CUSTOMER (OR A TELLER FOR THEM) GIVES NOTICE OF A
      *    WITHDRAWAL. SAME FULL-PERMISSION CHECK AS THE WITHDRAWAL
      *    ITSELF. NOTICE WORKS OUT THE EXPIRY AND THE WINDOW.
           MOVE I-POST-NTC-ACCID              TO WS-TG-ACC-ID
           PERFORM UT-GET-TARGET-USER-DATA-FROM-ACC-ID
           IF O-DISP-ERR-OK
             SET WS-TG-REQUIRES-FULL          TO TRUE
             PERFORM UT-DEFAULT-PERMISSION-CHECK
           END-IF
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           INITIALIZE NOTICE-INTERFACE
           SET I-NTC-OP-FILE                  TO TRUE
           MOVE I-POST-NTC-ACCID              TO I-NTC-ACCOUNTID
           MOVE I-POST-NTC-AMOUNT             TO I-NTC-AMOUNT
           MOVE U-DISP-LOGIN-ID               TO I-NTC-ACTOR-BUSR-ID
           SET PGNAME-NOTICE                  TO TRUE
           CALL PROGNAME USING NOTICE-INTERFACE
           PERFORM F-MAP-NOTICE-STATUS
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           INITIALIZE AUDIT-INTERFACE
           MOVE "NOTICE"                      TO I-AUDIT-ENTITY
           MOVE I-POST-NTC-ACCID              TO I-AUDIT-ENTITY-ID
           SET I-AUDIT-ACT-CREATE             TO TRUE
           MOVE U-DISP-LOGIN-ID               TO I-AUDIT-ACTOR-BUSR-ID
           SET PGNAME-AUDITLOG                TO TRUE
           CALL PROGNAME USING AUDIT-INTERFACE

           PERFORM F-RETURN-NOTICE-LIST
           .
       F-FILE-NOTICE-END.
           EXIT.
      ******************************************************************
       F-CANCEL-NOTICE SECTION.
      *    WITHDRAWS AN OPEN NOTICE. THE ROW STAYS, MARKED CANCELLED.
           MOVE I-DEL-NTC-ACCID               TO WS-TG-ACC-ID
           PERFORM UT-GET-TARGET-USER-DATA-FROM-ACC-ID
           IF O-DISP-ERR-OK
             SET WS-TG-REQUIRES-FULL          TO TRUE
             PERFORM UT-DEFAULT-PERMISSION-CHECK
           END-IF
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           INITIALIZE NOTICE-INTERFACE
           SET I-NTC-OP-CANCEL                TO TRUE
           MOVE I-DEL-NTC-ACCID               TO I-NTC-ACCOUNTID
           MOVE I-DEL-NTC-SEQ                 TO I-NTC-SEQ
           MOVE U-DISP-LOGIN-ID               TO I-NTC-ACTOR-BUSR-ID
           SET PGNAME-NOTICE                  TO TRUE
           CALL PROGNAME USING NOTICE-INTERFACE
           PERFORM F-MAP-NOTICE-STATUS
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           INITIALIZE AUDIT-INTERFACE
           MOVE "NOTICE"                      TO I-AUDIT-ENTITY
           MOVE I-DEL-NTC-ACCID               TO I-AUDIT-ENTITY-ID
           SET I-AUDIT-ACT-DELETE             TO TRUE
           MOVE U-DISP-LOGIN-ID               TO I-AUDIT-ACTOR-BUSR-ID
           SET PGNAME-AUDITLOG                TO TRUE
           CALL PROGNAME USING AUDIT-INTERFACE

           PERFORM F-RETURN-NOTICE-LIST
           .
       F-CANCEL-NOTICE-END.
           EXIT.
      ******************************************************************
       F-LIST-NOTICES SECTION.
      *    THE ACCOUNT'S OPEN NOTICES AND WHAT IS WITHDRAWABLE TODAY.
           MOVE I-GET-NTC-ACCID               TO WS-TG-ACC-ID
           PERFORM UT-GET-TARGET-USER-DATA-FROM-ACC-ID
           IF O-DISP-ERR-OK
             SET WS-TG-REQUIRES-VIEW          TO TRUE
             PERFORM UT-DEFAULT-PERMISSION-CHECK
           END-IF
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           INITIALIZE NOTICE-INTERFACE
           SET I-NTC-OP-GETLIST               TO TRUE
           MOVE I-GET-NTC-ACCID               TO I-NTC-ACCOUNTID
           SET PGNAME-NOTICE                  TO TRUE
           CALL PROGNAME USING NOTICE-INTERFACE
           PERFORM F-MAP-NOTICE-STATUS
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           PERFORM F-RETURN-NOTICE-LIST
           .
       F-LIST-NOTICES-END.
           EXIT.
      ******************************************************************
       F-MAP-NOTICE-STATUS SECTION.
           EVALUATE TRUE
             WHEN NOTICE-STATUS-OK
               CONTINUE
             WHEN NOTICE-STATUS-NOT-FOUND
               SET O-DISP-ERR-NOTICE-NOT-FOUND TO TRUE
             WHEN NOTICE-STATUS-BAD-ACCOUNT
               SET O-DISP-ERR-NOTICE-BAD-ACCOUNT TO TRUE
             WHEN NOTICE-STATUS-BAD-AMOUNT
               SET O-DISP-ERR-NOTICE-BAD-AMOUNT TO TRUE
             WHEN OTHER
               SET O-DISP-ERR-DB-SQL          TO TRUE
           END-EVALUATE
           .
       F-MAP-NOTICE-STATUS-END.
           EXIT.
      ******************************************************************
       F-RETURN-NOTICE-LIST SECTION.
           MOVE O-NTC-NOTICE-DAYS             TO O-NTL-NOTICE-DAYS
           MOVE O-NTC-AVAILABLE               TO O-NTL-AVAILABLE
           MOVE O-NTC-COUNT                   TO O-NTL-COUNT
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > O-NTC-COUNT
             MOVE O-NTC-L-SEQ(IND-1)          TO O-NTL-SEQ(IND-1)
             MOVE O-NTC-L-AMOUNT(IND-1)       TO O-NTL-AMOUNT(IND-1)
             MOVE O-NTC-L-USED(IND-1)         TO O-NTL-USED(IND-1)
             MOVE O-NTC-L-FILED-DATE(IND-1)   TO
                                             O-NTL-FILED-DATE(IND-1)
             MOVE O-NTC-L-EXPIRY-DATE(IND-1)  TO
                                             O-NTL-EXPIRY-DATE(IND-1)
             MOVE O-NTC-L-WINDOW-END(IND-1)   TO
                                             O-NTL-WINDOW-END(IND-1)
             MOVE O-NTC-L-STATUS(IND-1)       TO O-NTL-STATUS(IND-1)
           END-PERFORM
           .
       F-RETURN-NOTICE-LIST-END.
           EXIT.
      ******************************************************************
       F-CHECK-NOTICE SECTION.
      *    ONLY A NOTICE SAVINGS ACCOUNT IS CHECKED. AN UNCOVERED
      *    WITHDRAWAL IS REFUSED UNLESS THE CALLER FLAGGED IT EARLY,
      *    IN WHICH CASE F-SETTLE-NOTICE CHARGES THE PENALTY.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM               TO TRUE
           MOVE I-POST-TRANS-ACCID            TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                   TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             EXIT SECTION
           END-IF
           MOVE O-ACC-PRODUCT-TYPE(1)         TO WS-ACC-PRODTYPE
           IF NOT WS-ACC-PROD-NOTICE
             EXIT SECTION
           END-IF

           INITIALIZE NOTICE-INTERFACE
           SET I-NTC-OP-CHECK                 TO TRUE
           MOVE I-POST-TRANS-ACCID            TO I-NTC-ACCOUNTID
           MOVE I-POST-TRANS-AMOUNT           TO I-NTC-AMOUNT
           MOVE I-POST-TRANS-EARLY-WDR        TO I-NTC-EARLY
           MOVE U-DISP-LOGIN-ID               TO I-NTC-ACTOR-BUSR-ID
           SET PGNAME-NOTICE                  TO TRUE
           CALL PROGNAME USING NOTICE-INTERFACE

           EVALUATE TRUE
             WHEN NOTICE-STATUS-OK
               SET FG-NOTICE-WDR-Y            TO TRUE
             WHEN NOTICE-STATUS-REQUIRED
               SET O-DISP-ERR-NOTICE-REQUIRED TO TRUE
               MOVE 2                         TO I-ERR-PARAM-COUNT
               MOVE O-NTC-AVAILABLE           TO WS-AMOUNT-EDITED
               MOVE FUNCTION TRIM(WS-AMOUNT-EDITED)
                                              TO I-ERR-PARAM (1)
               MOVE I-POST-TRANS-AMOUNT       TO WS-AMOUNT-EDITED
               MOVE FUNCTION TRIM(WS-AMOUNT-EDITED)
                                              TO I-ERR-PARAM (2)
      *      A CLOSED ACCOUNT IS REFUSED BY F-PROCESS-OPERATION.
             WHEN NOTICE-STATUS-BAD-ACCOUNT
               CONTINUE
             WHEN OTHER
               SET O-DISP-ERR-DB-SQL          TO TRUE
           END-EVALUATE
           .
       F-CHECK-NOTICE-END.
           EXIT.
      ******************************************************************
       F-SETTLE-NOTICE SECTION.
      *    THE WITHDRAWAL HAS POSTED -- NOTICE USES UP THE NOTICES
      *    COVERING IT AND POSTS ANY EARLY-WITHDRAWAL PENALTY AS A
      *    FEE OF ITS OWN. THE WITHDRAWAL STANDS EITHER WAY.
           INITIALIZE NOTICE-INTERFACE
           SET I-NTC-OP-SETTLE                TO TRUE
           MOVE I-POST-TRANS-ACCID            TO I-NTC-ACCOUNTID
           MOVE I-POST-TRANS-AMOUNT           TO I-NTC-AMOUNT
           MOVE U-DISP-LOGIN-ID               TO I-NTC-ACTOR-BUSR-ID
           SET PGNAME-NOTICE                  TO TRUE
           CALL PROGNAME USING NOTICE-INTERFACE
           IF NOTICE-STATUS-OK
             AND O-NTC-PENALTY > 0
             MOVE O-NTC-PENALTY               TO O-POST-TRANS-PENALTY
             MOVE O-NTC-NEW-BALANCE           TO WS-AMOUNT-SUM
             MOVE O-NTC-NEW-BALANCE           TO O-POST-TRANS-BALANCE
           END-IF
           .
       F-SETTLE-NOTICE-END.
           EXIT.
      ******************************************************************
       F-CHECK-BACKDATE-AUTHORITY SECTION.
      *    A CALLER MAY ASK FOR A VALUE DATE EARLIER THAN THE CURRENT
             EXIT SECTION
           END-IF

      *    A YEAR YEAREND HAS CLOSED IS LOCKED FOR EVERYONE -- ITS
      *    BALANCE SNAPSHOT AND CLOSING GL LINES ARE ALREADY OUT. NO
      *    CONTROL FILE MEANS NO YEAR HAS EVER BEEN CLOSED.
           OPEN INPUT YEAR-CLOSE-FILE
           IF WS-YC-FILE-STATUS = "00"
             MOVE I-POST-TRANS-VALUE-DATE(1:4) TO YC-YEAR
             READ YEAR-CLOSE-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET O-DISP-ERR-VALDATE-CLOSED TO TRUE
             END-READ
             CLOSE YEAR-CLOSE-FILE
           END-IF
           IF NOT O-DISP-ERR-OK
             EXIT SECTION
           END-IF

           MOVE I-POST-TRANS-VALUE-DATE    TO WS-VALUE-DATE
           .
       F-CHECK-BACKDATE-AUTHORITY-END.
