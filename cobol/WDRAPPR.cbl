      *  item only posts once enough distinct owners have signed
      *  (the requester counts as the first signature). Any one of
      *  those owners may REJECT it outright.
      *
      *  STAFF-LINKED ITEMS -- a deposit, withdrawal or fee a staff
      *  user keyed on their own or a declared relative's account is
      *  held here whatever the amount (see ACCBO and STAFFCHK). The
      *  decider of any ordinary item must not be linked to the
      *  account either, and a held DEPOSIT posts as a credit.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-HOLDDB               VALUE "HOLDDB              ".
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-NOTICE               VALUE "NOTICE              ".
         88 PGNAME-STAFFCHK             VALUE "STAFFCHK            ".

       01 CONSTANTS.
         COPY PAGINGCONFIG.
           88 ARG-OP-BREJECT             VALUE "BREJECT".
      *    TOK2=APPROVAL ID   TOK3=APPROVING BANK USER ID
      *    (RE-USED AS SCRATCH BY F-DECIDE-BULK -- SEE THERE)
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(09).
      *    BAPPROVE/BREJECT: TOK2=APPROVING BANK USER ID, FOLLOWED BY
      *    UP TO K-BULK-MAX-IDS APPROVAL IDS.
         05 ARG-BULK-ID OCCURS 20 TIMES PIC X(05).
       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-JA-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-DECIDER-ID               PIC 9(09).
         05 WS-DECIDER-ROLE             PIC X(04).
         05 WS-BULK-DECIDER             PIC X(09).
         05 IND-BULK                    PIC 9(02).
      *    CO-SIGNATURES STILL NEEDED BEYOND THE REQUESTER FOR A
      *    SIGNATURE-MANDATE ITEM -- ZERO FOR AN ORDINARY HIGH-VALUE
      *    ITEM, WHICH A SINGLE SENIOR TELLER/ADMIN DECIDES AS EVER.
         05 WS-NEEDED-COSIGNERS         PIC 9(02).
         05 WS-PRIMARY-OWNER-BUSR-ID    PIC 9(09).
         05 IND-APPR                    PIC 9(02).

         05 WS-ACC-BALANCE              PIC S9(10)V99.
         05 WS-ACC-PRODTYPE             PIC X(03).
           88 WS-ACC-PROD-NOTICE        VALUES "N32" "N95".
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-HELD-TOTAL               PIC S9(10)V99.
         05 WS-AMOUNT-AVAILABLE         PIC S9(10)V99.
         05 WS-HOLD-PAGE-NUMBER         PIC 9(05).
         05 IND-1                       PIC 9(03).

       COPY BUSRINTERFACE.
       COPY CUSTINTERFACE.
       COPY HOLDINTERFACE.
       COPY NOTICEINTERFACE.
       COPY STAFFCHKINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
               PERFORM F-CHECK-DECIDER-ROLE
             END-IF
           END-IF

      *    NOR MAY THE DECIDER BE LINKED TO THE ACCOUNT -- THEIR OWN
      *    OR A DECLARED RELATIVE'S (SEE STAFFCHK). A MANDATE ITEM IS
      *    SIGNED BY THE OWNERS THEMSELVES AND IS NOT CHECKED.
           IF FG-OK-TO-POST-Y
             AND WS-NEEDED-COSIGNERS = 0
             INITIALIZE STAFFCHK-INTERFACE
             MOVE WS-DECIDER-ID            TO I-STFC-BUSR-ID
             MOVE WDR-ACCOUNTID            TO I-STFC-ACCOUNTID
             SET PGNAME-STAFFCHK           TO TRUE
             CALL PROGNAME USING STAFFCHK-INTERFACE
             IF STAFFCHK-STATUS-CONFLICT
               SET FG-OK-TO-POST-N         TO TRUE
               DISPLAY "BANK USER " WS-DECIDER-ID
                       " IS LINKED TO ACCOUNT " WDR-ACCOUNTID
                       " AND MAY NOT DECIDE THIS ITEM"
             END-IF
           END-IF
           .
       F-READ-APPROVAL-FOR-DECISION-END.
           EXIT.
           END-IF

           MOVE O-ACC-BALANCE(1)           TO WS-ACC-BALANCE
           MOVE O-ACC-PRODUCT-TYPE(1)      TO WS-ACC-PRODTYPE

           PERFORM F-GET-HELD-TOTAL

           COMPUTE WS-AMOUNT-AVAILABLE = WS-ACC-BALANCE - WS-HELD-TOTAL

      *    A DEPOSIT HELD BECAUSE A STAFF USER KEYED IT ON A LINKED
      *    ACCOUNT IS A CREDIT -- NO FUNDS TO RE-CHECK.
           IF WDR-TRTYPE = "DEPOSIT"
             COMPUTE WS-NEW-BALANCE = WS-ACC-BALANCE + WDR-AMOUNT
           ELSE
             IF WDR-AMOUNT > WS-AMOUNT-AVAILABLE + O-ACC-OD-LIMIT(1)
               SET FG-OK-TO-POST-N         TO TRUE
               DISPLAY "ACCOUNT NO LONGER HAS SUFFICIENT FUNDS"
               EXIT SECTION
             END-IF
             COMPUTE WS-NEW-BALANCE = WS-ACC-BALANCE - WDR-AMOUNT
           END-IF

           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST             TO TRUE
           MOVE WDR-ACCOUNTID              TO I-TRANS-ACCOUNTID
           MOVE WDR-TIMESTAMP              TO I-TRANS-TIMESTAMP
           MOVE WS-NEW-BALANCE             TO I-TRANS-ACCBALANCE
           MOVE WDR-MEMO                   TO I-TRANS-MEMO
      *    THE USER WHO KEYED IT, AS ON A POSTING ACCBO MAKES ITSELF.
           MOVE WDR-REQUESTED-BY           TO I-TRANS-ACTOR-BUSR-ID
           SET PGNAME-TRANSDB              TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE

           MOVE WS-NEW-BALANCE             TO I-ACC-BALANCE
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

      *    A WITHDRAWAL OFF A NOTICE SAVINGS ACCOUNT USES UP THE
      *    NOTICES COVERING IT; ANY PART THEY NO LONGER COVER WAS
      *    ACCEPTED AS EARLY WHEN REQUESTED AND PAYS THE PENALTY.
           IF WS-ACC-PROD-NOTICE
             AND WDR-TRTYPE = "WITHDRAW"
             INITIALIZE NOTICE-INTERFACE
             SET I-NTC-OP-SETTLE           TO TRUE
             MOVE WDR-ACCOUNTID            TO I-NTC-ACCOUNTID
             MOVE WDR-AMOUNT               TO I-NTC-AMOUNT
             MOVE WS-DECIDER-ID            TO I-NTC-ACTOR-BUSR-ID
             SET PGNAME-NOTICE             TO TRUE
             CALL PROGNAME USING NOTICE-INTERFACE
             IF NOTICE-STATUS-OK
               AND O-NTC-PENALTY > 0
               DISPLAY "EARLY-WITHDRAWAL PENALTY CHARGED: "
                       O-NTC-PENALTY
             END-IF
           END-IF
           .
       F-POST-APPROVED-WITHDRAWAL-END.
           EXIT.
