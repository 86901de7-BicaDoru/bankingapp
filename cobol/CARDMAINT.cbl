      ******************************************************************
      *  Card issuance/management tool. Run standalone, e.g.:
      *     CARDMAINT ISSUE 00001 D
      *     CARDMAINT ISSUE 00001 C 5000.00
      *     CARDMAINT ACTIVATE 00001
      *     CARDMAINT BLOCK 00001
      *     CARDMAINT CANCEL 00001
      *     CARDMAINT LIST 00001
      *     CARDMAINT LIST 00000
      *     CARDMAINT AUTH 00001 45.00
      *     CARDMAINT AUTH 00001 45.00 5411 DE P
      *     CARDMAINT CAPTURE 00001
      *     CARDMAINT PAY 00001 150.00
      *     CARDMAINT LIMIT 00001 7500.00
      *     CARDMAINT AUTOPAY 00001 M
      *     CARDMAINT BALANCE 00001
      *  ISSUE validates the linked account exists (ACCDB GETITEM) and
      *  writes a new card to files/card.dat in ISSUED status. A card
      *  must be ACTIVATEd before it can be used; BLOCK suspends a
      *  and marks the hold captured. An authorization never captured
      *  is released unused by the companion CARDHOLDEXP batch once
      *  CARD-HOLD-EXPIRY passes.
      *     A CREDIT card (ISSUE ... C, with an optional credit limit)
      *  spends from its own revolving line kept by CARDCREDIT
      *  (one per card, with its own limit) instead of the linked
      *  account: AUTH checks the line's available credit
      *  and CARD-HOLD-ID carries the line's ledger sequence of the
      *  authorization rather than a HOLDDB id; CAPTURE posts the
      *  purchase to the line. PAY repays the line from the linked
      *  account, LIMIT changes the credit limit, AUTOPAY sets the
      *  due-date auto-pay (N/M/F) and BALANCE shows the line and its
      *  last statement. Statements are cut monthly by CARDBILL.
      *  The line is opened before the card is written: if CARDCREDIT
      *  refuses it, no card is issued. A customer flagged a minor on
      *  files/custprofile.dat is refused a credit card outright, as
      *  CARDBO does for the online channel.
      *     A debit card's AUTH or CAPTURE that the linked account
      *  cannot cover first tries the account's overdraft protection
      *  (ODPROTECT), which tops it up from a linked savings account.
      *     AUTH may also carry the merchant category, the merchant's
      *  country and the channel (E = e-commerce, P = card present)
      *  as the network sent them. Every AUTH is first put through
      *  the card's usage controls (CARDCTL CHECK -- blocked merchant
      *  categories, allowed countries, travel notices, e-commerce
      *  on/off); a refused attempt is declined before any hold is
      *  placed and lands on the fraud queue.
      *     The card number itself is generated and held by CARDVAULT;
      *  card.dat and everything ISSUE/LIST print carry only its token
      *  and last four digits.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CARD-ID
           FILE STATUS IS WS-FILE-STATUS.

           SELECT CUST-PROFILE-FILE ASSIGN TO "files/custprofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-CUSTOMERID
           FILE STATUS IS WS-CP-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  CARD-FILE.
       COPY CARDRECORD.

       FD  CUST-PROFILE-FILE.
       COPY CUSTPROFILERECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-HOLDDB               VALUE "HOLDDB              ".
         88 PGNAME-ONBOARD              VALUE "ONBOARD             ".
         88 PGNAME-CARDCREDIT           VALUE "CARDCREDIT          ".
         88 PGNAME-ODPROTECT            VALUE "ODPROTECT           ".
         88 PGNAME-CARDCTL              VALUE "CARDCTL             ".
         88 PGNAME-CARDVAULT            VALUE "CARDVAULT           ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
           88 ARG-OP-LIST                VALUE "LIST".
           88 ARG-OP-AUTH                VALUE "AUTH".
           88 ARG-OP-CAPTURE             VALUE "CAPTURE".
           88 ARG-OP-PAY                 VALUE "PAY".
           88 ARG-OP-LIMIT               VALUE "LIMIT".
           88 ARG-OP-AUTOPAY             VALUE "AUTOPAY".
           88 ARG-OP-BALANCE             VALUE "BALANCE".
      *    GENERIC POSITIONAL TOKENS -- MEANING DEPENDS ON
      *    ARG-OPERATION. ISSUE: TOK2=ACCOUNT-ID TOK3=CARD-TYPE(D/C)
      *    TOK4=CREDIT LIMIT (CREDIT ONLY, OPTIONAL).
      *    ACTIVATE/BLOCK/CANCEL/CAPTURE/BALANCE: TOK2=CARD-ID. LIST:
      *    TOK2=ACCOUNT-ID. AUTH/PAY/LIMIT: TOK2=CARD-ID TOK4=AMOUNT.
      *    AUTOPAY: TOK2=CARD-ID TOK3=N/M/F.
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(01).
         05 ARG-TOK4                    PIC X(12).
      *    AUTH ONLY, OPTIONAL -- WHAT THE NETWORK SAYS ABOUT THE
      *    MERCHANT, CHECKED AGAINST THE CARD'S CONTROLS (CARDCTL).
         05 ARG-MCC                     PIC X(04).
         05 ARG-COUNTRY                 PIC X(02).
         05 ARG-CHANNEL                 PIC X(01).

       01 CONSTANTS.
      *    HOW MANY DAYS AN AUTHORIZATION HOLD IS GOOD FOR BEFORE
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-NEXT-ID                  PIC 9(05) VALUE 0.
         05 WS-CARD-ID                  PIC 9(05).
         05 WS-ACCOUNT-ID               PIC 9(09).
         05 WS-CP-FILE-STATUS           PIC X(02).
         05 WS-ISSUE-CUSTOMER-ID        PIC 9(09).
         05 WS-DATE-RAW                 PIC 9(08).
         05 WS-EXP-YEAR                 PIC 9(04).
      *    TOKEN AND LAST FOUR AS PRINTED -- NEVER THE FULL NUMBER.
         05 WS-CARD-DISPLAY.
           10 WS-CD-TOKEN               PIC X(12).
           10 FILLER                    PIC X(01) VALUE SPACE.
           10 WS-CD-MASK                PIC X(12) VALUE "************".
           10 WS-CD-LAST4               PIC X(04).

         05 WS-AUTH-AMOUNT              PIC 9(10)V99.
         05 WS-ACC-BALANCE              PIC 9(10)V99.
         05 WS-ACC-CURRENCY             PIC X(03).
         05 WS-HELD-TOTAL               PIC 9(10)V99.
         05 WS-AMOUNT-AVAILABLE         PIC S9(10)V99.
         05 WS-HOLD-PAGE-NUMBER         PIC 9(05).
         05 WS-NEW-BALANCE              PIC 9(10)V99.
         05 WS-CAP-BALANCE              PIC S9(10)V99.
         05 WS-ODP-SHORTFALL            PIC 9(10)V99.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-EXPIRY-SERIAL            PIC S9(08).

      *    PER-CARD AUTHORIZATION VELOCITY CHECK.
         05 WS-CARD-VEL-PAGE-NUMBER     PIC 9(05).
         05 WS-CARD-VEL-COUNT           PIC 9(03).
         05 WS-CARD-VEL-AMOUNT          PIC 9(10)V99.
         05 WS-EXPECTED-REASON          PIC X(40).
         05 WS-VEL-DATE-RAW             PIC 9(08).
         05 WS-VEL-DATE REDEFINES WS-VEL-DATE-RAW.
         05 FG-CARD-OK                  PIC X VALUE 'Y'.
           88 FG-CARD-OK-Y              VALUE 'Y'.
           88 FG-CARD-OK-N              VALUE 'N'.
         05 FG-CUST-MINOR               PIC X VALUE 'N'.
           88 FG-CUST-MINOR-Y           VALUE 'Y'.
           88 FG-CUST-MINOR-N           VALUE 'N'.
         05 FG-MORE-CARD-VEL-PAGES      PIC X VALUE 'Y'.
           88 FG-MORE-CARD-VEL-PAGES-Y  VALUE 'Y'.
           88 FG-MORE-CARD-VEL-PAGES-N  VALUE 'N'.
       COPY HOLDINTERFACE.
       COPY LOGGERINTERFACE.
       COPY ONBOARDINTERFACE.
       COPY CARDCREDITINTERFACE.
       COPY ODPROTECTINTERFACE.
       COPY CARDCTLINTERFACE.
       COPY CARDVAULTINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TOK2, ARG-TOK3, ARG-TOK4
           END-UNSTRING
      *    PAY/LIMIT CARRY THEIR AMOUNT IN THE THIRD WORD -- SHIFT IT
      *    INTO TOK4 WHERE AUTH ALREADY KEEPS ITS AMOUNT.
           IF ARG-OP-PAY OR ARG-OP-LIMIT
             UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
               INTO ARG-OPERATION, ARG-TOK2, ARG-TOK4
             END-UNSTRING
           END-IF
           IF ARG-OP-AUTH
             UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
               INTO ARG-OPERATION, ARG-TOK2, ARG-TOK4,
                    ARG-MCC, ARG-COUNTRY, ARG-CHANNEL
             END-UNSTRING
           END-IF

           PERFORM F-OPEN-FILE

               PERFORM F-AUTH-CARD
             WHEN ARG-OP-CAPTURE
               PERFORM F-CAPTURE-CARD
             WHEN ARG-OP-PAY
             WHEN ARG-OP-LIMIT
             WHEN ARG-OP-AUTOPAY
             WHEN ARG-OP-BALANCE
               PERFORM F-CREDIT-LINE-OP
             WHEN OTHER
               DISPLAY
                 "USAGE: CARDMAINT ISSUE|ACTIVATE|BLOCK|CANCEL|LIST"
                 "|AUTH|CAPTURE|PAY|LIMIT|AUTOPAY|BALANCE ..."
           END-EVALUATE

           PERFORM F-FINISH
             DISPLAY "NO SUCH ACCOUNT: " WS-ACCOUNT-ID
             EXIT SECTION
           END-IF
           MOVE O-ACC-CUSTOMERID(1)        TO WS-ISSUE-CUSTOMER-ID

      *    A MINOR MAY HOLD A DEBIT CARD BUT NEVER A CREDIT CARD --
      *    SAME REFUSAL AS CARDBO.F-ISSUE-CARD.
           IF ARG-TOK3 = "C"
             PERFORM F-CHECK-MINOR
             IF FG-CUST-MINOR-Y
               DISPLAY "CUSTOMER " WS-ISSUE-CUSTOMER-ID
                       " IS A MINOR -- NO CREDIT CARD ISSUED"
               EXIT SECTION
             END-IF
           END-IF

           PERFORM F-FIND-NEXT-ID

             INTO CARD-EXPIRY
           END-STRING

      *    THE NUMBER ITSELF IS GENERATED AND KEPT BY CARDVAULT --
      *    THE CARD ROW ONLY GETS ITS TOKEN AND LAST FOUR.
           INITIALIZE CARDVAULT-INTERFACE
           SET I-PV-OP-ISSUE               TO TRUE
           MOVE PGM-ID                     TO I-PV-CALLER
           MOVE WS-NEXT-ID                 TO I-PV-CARDID
           MOVE WS-ACCOUNT-ID              TO I-PV-ACCOUNTID
           SET PGNAME-CARDVAULT            TO TRUE
           CALL PROGNAME USING CARDVAULT-INTERFACE

           IF NOT CARDVAULT-STATUS-OK
             DISPLAY "CARD NUMBER VAULT UNAVAILABLE, STATUS "
                     CARDVAULT-STATUS " -- NO CARD ISSUED"
             EXIT SECTION
           END-IF
           MOVE O-PV-TOKEN                 TO CARD-TOKEN
           MOVE O-PV-LAST4                 TO CARD-LAST4

      *    A CREDIT CARD IS ONLY WRITTEN ONCE ITS LINE IS OPEN, SO
      *    A REFUSED LINE NEVER LEAVES A CARD BEHIND IT.
           IF CARD-TYPE-CREDIT
             PERFORM F-OPEN-CREDIT-LINE
             IF NOT CARDCREDIT-STATUS-OK
               DISPLAY "NO CARD ISSUED"
               EXIT SECTION
             END-IF
           END-IF

           SET CARD-STATUS-ISSUED          TO TRUE

           WRITE CARD-RECORD

           PERFORM F-FORMAT-CARD-NUMBER
           DISPLAY "ISSUED CARD " WS-NEXT-ID " " WS-CARD-DISPLAY
                   " EXP " CARD-EXPIRY

      *    FIRST CARD ISSUED TICKS THE OWNING CUSTOMER'S ONBOARDING
      *    CHECKLIST (SEE ONBOARD.cbl) -- THE CUSTOMERID WAS KEPT
      *    FROM THE ACCDB GETITEM ABOVE. IDEMPOTENT FOR REPLACEMENT
      *    CARDS.
           INITIALIZE ONBOARD-INTERFACE
           SET I-ONB-OP-MARK               TO TRUE
           MOVE WS-ISSUE-CUSTOMER-ID       TO I-ONB-CUSTOMER-ID
           SET I-ONB-STEP-CARD             TO TRUE
           SET PGNAME-ONBOARD              TO TRUE
           CALL PROGNAME USING ONBOARD-INTERFACE
           .
       F-ISSUE-CARD-END.
           EXIT.
      ******************************************************************
       F-CHECK-MINOR SECTION.
      *    SETS FG-CUST-MINOR-Y WHEN THE ACCOUNT'S CUSTOMER IS FLAGGED
      *    A MINOR ON files/custprofile.dat. NO PROFILE FILE OR NO ROW
      *    MEANS AN ADULT, AS IN CARDBO.UT-CHECK-MINOR-GUARDIAN.
           SET FG-CUST-MINOR-N             TO TRUE

           OPEN INPUT CUST-PROFILE-FILE
           IF WS-CP-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           MOVE WS-ISSUE-CUSTOMER-ID       TO CP-CUSTOMERID
           READ CUST-PROFILE-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CP-IS-MINOR
                 SET FG-CUST-MINOR-Y       TO TRUE
               END-IF
           END-READ
           CLOSE CUST-PROFILE-FILE
           .
       F-CHECK-MINOR-END.
           EXIT.
      ******************************************************************
       F-FIND-NEXT-ID SECTION.
           MOVE 0                          TO WS-NEXT-ID
               NOT AT END
                 IF WS-ACCOUNT-ID = 0
                 OR CARD-ACCOUNT-ID = WS-ACCOUNT-ID
                   PERFORM F-FORMAT-CARD-NUMBER
                   DISPLAY CARD-ID " ACC " CARD-ACCOUNT-ID
                           " " WS-CARD-DISPLAY " TYPE " CARD-TYPE
                           " EXP " CARD-EXPIRY
                           " STATUS " CARD-STATUS
                 END-IF
           .
       F-LIST-CARDS-END.
           EXIT.
      ******************************************************************
       F-FORMAT-CARD-NUMBER SECTION.
      *    A ROW NOT YET THROUGH FILECONV CARDTOK STILL HOLDS THE
      *    NUMBER IN CARD-NUMBER -- ONLY ITS LAST FOUR ARE SHOWN.
           IF CARD-IS-TOKENIZED
             MOVE CARD-TOKEN               TO WS-CD-TOKEN
           ELSE
             MOVE "UNTOKENIZED"            TO WS-CD-TOKEN
           END-IF
           MOVE CARD-LAST4                 TO WS-CD-LAST4
           .
       F-FORMAT-CARD-NUMBER-END.
           EXIT.
      ******************************************************************
       F-AUTH-CARD SECTION.
           SET FG-CARD-OK-Y                TO TRUE
             SET FG-CARD-OK-N              TO TRUE
           END-IF

           IF FG-CARD-OK-Y
             PERFORM F-CHECK-CARD-CONTROLS
           END-IF

      *    A CREDIT CARD IS AUTHORIZED AGAINST ITS CREDIT LINE, NOT
      *    THE ACCOUNT BALANCE -- CARDCREDIT MAKES THE VELOCITY AND
      *    AVAILABLE-CREDIT CHECKS ITSELF.
           IF FG-CARD-OK-Y AND CARD-TYPE-CREDIT
             PERFORM F-PLACE-CREDIT-AUTH
             EXIT SECTION
           END-IF

           IF FG-CARD-OK-Y
             PERFORM F-CHECK-CARD-VELOCITY
           END-IF
           .
       F-AUTH-CARD-END.
           EXIT.
      ******************************************************************
       F-CHECK-CARD-CONTROLS SECTION.
      *    THE CARDHOLDER'S OWN RESTRICTIONS COME BEFORE VELOCITY AND
      *    FUNDS, AND APPLY TO CREDIT AND DEBIT CARDS ALIKE. CARDCTL
      *    HAS ALREADY OPENED THE FRAUD CASE WHEN IT DECLINES.
           INITIALIZE CARDCTL-INTERFACE
           SET I-CTL-OP-CHECK              TO TRUE
           MOVE WS-CARD-ID                 TO I-CTL-CARDID
           MOVE ARG-MCC                    TO I-CTL-MCC
           MOVE ARG-COUNTRY                TO I-CTL-COUNTRY
           MOVE ARG-CHANNEL                TO I-CTL-CHANNEL
           MOVE WS-AUTH-AMOUNT             TO I-CTL-AMOUNT
           MOVE "CARDAUTH"                 TO I-CTL-TRTYPE
           SET PGNAME-CARDCTL              TO TRUE
           CALL PROGNAME USING CARDCTL-INTERFACE

           IF CARDCTL-STATUS-DECLINED
             DISPLAY "AUTHORIZATION DECLINED FOR CARD " WS-CARD-ID
                     ": " O-CTL-REASON
             SET FG-CARD-OK-N              TO TRUE
           END-IF
           .
       F-CHECK-CARD-CONTROLS-END.
           EXIT.
      ******************************************************************
       F-CHECK-CARD-VELOCITY SECTION.
      *    SAME PER-DAY COUNT/AMOUNT CEILING AS TRANSFERBO'S OUTBOUND-
           COMPUTE WS-AMOUNT-AVAILABLE =
                   WS-ACC-BALANCE - WS-HELD-TOTAL

      *    A SHORT ACCOUNT WITH OVERDRAFT PROTECTION IS TOPPED UP
      *    FROM ITS LINKED SAVINGS ACCOUNT BEFORE THE DECLINE.
           IF WS-AUTH-AMOUNT > WS-AMOUNT-AVAILABLE
             COMPUTE WS-ODP-SHORTFALL =
                     WS-AUTH-AMOUNT - WS-AMOUNT-AVAILABLE
             PERFORM F-OVERDRAFT-PROTECT
             IF ODPROTECT-STATUS-OK
               MOVE O-ODP-NEW-BALANCE      TO WS-ACC-BALANCE
               COMPUTE WS-AMOUNT-AVAILABLE =
                       WS-ACC-BALANCE - WS-HELD-TOTAL
             END-IF
           END-IF

           IF WS-AUTH-AMOUNT > WS-AMOUNT-AVAILABLE
             DISPLAY "INSUFFICIENT FUNDS -- AVAILABLE "
                     WS-AMOUNT-AVAILABLE
             SET FG-CARD-OK-N              TO TRUE
           END-IF

           IF FG-CARD-OK-Y AND CARD-TYPE-CREDIT
             PERFORM F-CAPTURE-CREDIT-AUTH
             EXIT SECTION
           END-IF

           IF FG-CARD-OK-Y
             PERFORM F-CAPTURE-HOLD
           END-IF
             EXIT SECTION
           END-IF

      *    OTHER DEBITS SINCE THE AUTHORIZATION MAY HAVE LEFT TOO
      *    LITTLE TO CAPTURE -- OVERDRAFT PROTECTION COVERS THE GAP
      *    BEFORE THE CAPTURE OVERDRAWS THE ACCOUNT.
           MOVE O-ACC-BALANCE(1)           TO WS-CAP-BALANCE
           IF WS-AUTH-AMOUNT > WS-CAP-BALANCE
             COMPUTE WS-ODP-SHORTFALL =
                     WS-AUTH-AMOUNT - WS-CAP-BALANCE
             PERFORM F-OVERDRAFT-PROTECT
             IF ODPROTECT-STATUS-OK
               MOVE O-ODP-NEW-BALANCE      TO WS-CAP-BALANCE
             END-IF
           END-IF

           COMPUTE WS-NEW-BALANCE =
                   WS-CAP-BALANCE - WS-AUTH-AMOUNT

      *    EVERY STEP MUST SUCCEED BEFORE THE NEXT RUNS OR THE HOLD
      *    IS UNLINKED -- A FAILED TRANSACTION POST WITH THE BALANCE
           .
       F-MARK-HOLD-CAPTURED-END.
           EXIT.
      ******************************************************************
       F-OVERDRAFT-PROTECT SECTION.
      *    PULLS WS-ODP-SHORTFALL ONTO CARD-ACCOUNT-ID FROM ITS LINKED
      *    SAVINGS ACCOUNT (SEE ODPROTECT). NO LINK, OR A SHORTFALL
      *    THE LINK CANNOT COVER, LEAVES EVERYTHING AS IT WAS.
           INITIALIZE ODPROTECT-INTERFACE
           SET I-ODP-OP-COVER              TO TRUE
           MOVE CARD-ACCOUNT-ID            TO I-ODP-ACCOUNTID
           MOVE WS-ODP-SHORTFALL           TO I-ODP-AMOUNT
           STRING "CARD " WS-CARD-ID       DELIMITED BY SIZE
             INTO I-ODP-REFERENCE
           END-STRING
           SET PGNAME-ODPROTECT            TO TRUE
           CALL PROGNAME USING ODPROTECT-INTERFACE

           IF ODPROTECT-STATUS-OK
             DISPLAY "OVERDRAFT PROTECTION: " O-ODP-TRANSFER-AMOUNT
                     " FROM ACCOUNT " O-ODP-BACKUP-ID
                     " (FEE " O-ODP-FEE ")"
           END-IF
           .
       F-OVERDRAFT-PROTECT-END.
           EXIT.
      ******************************************************************
       F-OPEN-CREDIT-LINE SECTION.
      *    THE LINE IS KEYED BY THE NEW CARD -- A SECOND CREDIT CARD
      *    ON THE SAME ACCOUNT GETS A LINE AND LIMIT OF ITS OWN.
           INITIALIZE CARDCREDIT-INTERFACE
           SET I-CCR-OP-OPEN               TO TRUE
           MOVE WS-ACCOUNT-ID              TO I-CCR-ACCOUNTID
           MOVE WS-NEXT-ID                 TO I-CCR-CARDID
           MOVE FUNCTION NUMVAL(ARG-TOK4)  TO I-CCR-AMOUNT
           SET PGNAME-CARDCREDIT           TO TRUE
           CALL PROGNAME USING CARDCREDIT-INTERFACE

           IF CARDCREDIT-STATUS-OK
             DISPLAY "CREDIT LINE FOR CARD " WS-NEXT-ID
                     " ON ACCOUNT " WS-ACCOUNT-ID
                     " LIMIT " O-CCR-CREDIT-LIMIT
                     " FIRST STATEMENT " O-CCR-NEXT-STMT-DATE
           ELSE
             IF CARDCREDIT-STATUS-CREDIT-LIMIT
               DISPLAY "COULD NOT OPEN CREDIT LINE FOR ACCOUNT "
                       WS-ACCOUNT-ID " -- OVER THE CUSTOMER'S"
                       " CREDIT LIMIT, SEE LIMITMAINT SHOW"
             ELSE
               DISPLAY "COULD NOT OPEN CREDIT LINE FOR ACCOUNT "
                       WS-ACCOUNT-ID " STATUS " CARDCREDIT-STATUS
             END-IF
           END-IF
           .
       F-OPEN-CREDIT-LINE-END.
           EXIT.
      ******************************************************************
       F-PLACE-CREDIT-AUTH SECTION.
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           COMPUTE WS-EXPIRY-SERIAL =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW)
                   + K-CARD-AUTH-HOLD-DAYS

           INITIALIZE CARDCREDIT-INTERFACE
           SET I-CCR-OP-AUTH               TO TRUE
           MOVE CARD-ACCOUNT-ID            TO I-CCR-ACCOUNTID
           MOVE WS-CARD-ID                 TO I-CCR-CARDID
           MOVE WS-AUTH-AMOUNT             TO I-CCR-AMOUNT
           COMPUTE I-CCR-EXPIRY =
                   FUNCTION DATE-OF-INTEGER(WS-EXPIRY-SERIAL)
           STRING "CARD AUTH " WS-CARD-ID  DELIMITED BY SIZE
             INTO I-CCR-REFERENCE
           END-STRING
           SET PGNAME-CARDCREDIT           TO TRUE
           CALL PROGNAME USING CARDCREDIT-INTERFACE

           EVALUATE TRUE
             WHEN CARDCREDIT-STATUS-OK
               MOVE O-CCR-SEQ              TO CARD-HOLD-ID
               MOVE I-CCR-EXPIRY           TO CARD-HOLD-EXPIRY
               REWRITE CARD-RECORD
               DISPLAY "AUTHORIZED CREDIT CARD " WS-CARD-ID
                       " AUTH " CARD-HOLD-ID
                       " AMOUNT " WS-AUTH-AMOUNT
                       " GOOD UNTIL " CARD-HOLD-EXPIRY
             WHEN CARDCREDIT-STATUS-OVER-LIMIT
               DISPLAY "CREDIT LIMIT EXCEEDED FOR CARD " WS-CARD-ID
             WHEN CARDCREDIT-STATUS-VELOCITY
               DISPLAY "CARD VELOCITY LIMIT EXCEEDED FOR CARD "
                       WS-CARD-ID
             WHEN CARDCREDIT-STATUS-NOT-FOUND
               DISPLAY "NO CREDIT LINE FOR CARD " WS-CARD-ID
             WHEN OTHER
               DISPLAY "COULD NOT AUTHORIZE CARD " WS-CARD-ID
                       " STATUS " CARDCREDIT-STATUS
           END-EVALUATE
           .
       F-PLACE-CREDIT-AUTH-END.
           EXIT.
      ******************************************************************
       F-CAPTURE-CREDIT-AUTH SECTION.
      *    A HAND-KEYED CAPTURE TAKES THE FULL AUTHORIZED AMOUNT
      *    (I-CCR-AMOUNT ZERO); CARDCLEAR PASSES THE CLEARED AMOUNT.
           INITIALIZE CARDCREDIT-INTERFACE
           SET I-CCR-OP-CAPTURE            TO TRUE
           MOVE CARD-ACCOUNT-ID            TO I-CCR-ACCOUNTID
           MOVE WS-CARD-ID                 TO I-CCR-CARDID
           MOVE CARD-HOLD-ID               TO I-CCR-SEQ
           STRING "CARD CAPTURE " WS-CARD-ID DELIMITED BY SIZE
             INTO I-CCR-REFERENCE
           END-STRING
           SET PGNAME-CARDCREDIT           TO TRUE
           CALL PROGNAME USING CARDCREDIT-INTERFACE

           IF CARDCREDIT-STATUS-OK
             MOVE 0                        TO CARD-HOLD-ID
             MOVE 0                        TO CARD-HOLD-EXPIRY
             REWRITE CARD-RECORD
             DISPLAY "CAPTURED CREDIT CARD " WS-CARD-ID " AMOUNT "
                     O-CCR-AMOUNT " CARD BALANCE " O-CCR-BALANCE
           ELSE
             DISPLAY "CAPTURE FAILED FOR CARD " WS-CARD-ID
                     ", AUTH " CARD-HOLD-ID " LEFT OPEN"
                     " STATUS " CARDCREDIT-STATUS
           END-IF
           .
       F-CAPTURE-CREDIT-AUTH-END.
           EXIT.
      ******************************************************************
       F-CREDIT-LINE-OP SECTION.
      *    PAY / LIMIT / AUTOPAY / BALANCE -- ALL ADDRESS THE CREDIT
      *    LINE BEHIND ONE CREDIT CARD.
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-CARD-ID
           MOVE WS-CARD-ID                 TO CARD-ID

           READ CARD-FILE
             INVALID KEY
               DISPLAY "NO SUCH CARD: " WS-CARD-ID
               EXIT SECTION
           END-READ

           IF NOT CARD-TYPE-CREDIT
             DISPLAY "NOT A CREDIT CARD: " WS-CARD-ID
             EXIT SECTION
           END-IF

           INITIALIZE CARDCREDIT-INTERFACE
           MOVE CARD-ACCOUNT-ID            TO I-CCR-ACCOUNTID
           MOVE WS-CARD-ID                 TO I-CCR-CARDID
           EVALUATE TRUE
             WHEN ARG-OP-PAY
               SET I-CCR-OP-PAY            TO TRUE
               MOVE FUNCTION NUMVAL(ARG-TOK4) TO I-CCR-AMOUNT
               STRING "CARD " WS-CARD-ID   DELIMITED BY SIZE
                 INTO I-CCR-REFERENCE
               END-STRING
             WHEN ARG-OP-LIMIT
               SET I-CCR-OP-SETLIMIT       TO TRUE
               MOVE FUNCTION NUMVAL(ARG-TOK4) TO I-CCR-AMOUNT
             WHEN ARG-OP-AUTOPAY
               SET I-CCR-OP-SETAUTOPAY     TO TRUE
               MOVE ARG-TOK3               TO I-CCR-AUTOPAY
             WHEN OTHER
               SET I-CCR-OP-GETITEM        TO TRUE
           END-EVALUATE
           SET PGNAME-CARDCREDIT           TO TRUE
           CALL PROGNAME USING CARDCREDIT-INTERFACE

           EVALUATE TRUE
             WHEN CARDCREDIT-STATUS-OK
               CONTINUE
             WHEN CARDCREDIT-STATUS-NOT-FOUND
               DISPLAY "NO CREDIT LINE FOR CARD " WS-CARD-ID
               EXIT SECTION
             WHEN CARDCREDIT-STATUS-NSF
               DISPLAY "INSUFFICIENT FUNDS ON ACCOUNT "
                       CARD-ACCOUNT-ID " FOR THE REPAYMENT"
               EXIT SECTION
             WHEN CARDCREDIT-STATUS-BAD-OP
               DISPLAY "AUTOPAY MUST BE N, M OR F"
               EXIT SECTION
             WHEN CARDCREDIT-STATUS-CREDIT-LIMIT
               DISPLAY "LIMIT REFUSED -- IT WOULD TAKE THE OWNER OF"
                       " ACCOUNT " CARD-ACCOUNT-ID " OVER THEIR"
                       " CREDIT LIMIT, SEE LIMITMAINT SHOW"
               EXIT SECTION
             WHEN OTHER
               DISPLAY "CREDIT LINE UPDATE FAILED, STATUS "
                       CARDCREDIT-STATUS
               EXIT SECTION
           END-EVALUATE

           IF ARG-OP-PAY
             DISPLAY "PAID " O-CCR-AMOUNT " TO CARD " WS-CARD-ID
                     " FROM ACCOUNT " CARD-ACCOUNT-ID
           END-IF
           DISPLAY "CREDIT LINE CARD " WS-CARD-ID
                   " ACC " CARD-ACCOUNT-ID
                   " LIMIT " O-CCR-CREDIT-LIMIT
                   " BALANCE " O-CCR-BALANCE
                   " AUTHORIZED " O-CCR-AUTH-TOTAL
                   " AVAILABLE " O-CCR-AVAILABLE
           DISPLAY "  LAST STATEMENT " O-CCR-STMT-BALANCE
                   " MIN DUE " O-CCR-MIN-DUE
                   " DUE " O-CCR-DUE-DATE
                   " PAID SINCE " O-CCR-PAID-SINCE-STMT
                   " NEXT STATEMENT " O-CCR-NEXT-STMT-DATE
                   " AUTOPAY " O-CCR-AUTOPAY
           .
       F-CREDIT-LINE-OP-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
