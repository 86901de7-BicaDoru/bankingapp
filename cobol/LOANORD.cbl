      *  ordinary case, unless a 9th token gives an external IBAN, in
      *  which case the account credit is skipped and the loan is left
      *  LN-DISBURSE-PENDING for ACHOUT to send out over the ACH
      *  network instead. A disbursement to the account is posted to
      *  the loan sub-ledger on the spot (see LOANLEDGER); ACHOUT
      *  posts the external one when it actually sends it.
      *  PAYOFFQUOTE computes what it would cost to close a loan
      *  today -- LN-REMAINING-PRINCIPAL plus interest accrued since
      *  LN-NEXT-DUE-DATE was last set, using the same monthly-rate
      *  -- a customer with too many poor signals (short tenure, thin
      *  average balance, frequent overdraft fees) either has the loan
      *  held for manual review (LN-IS-HOLD) or blocked outright.
      *  The check's result is kept per loan on
      *  files/loanriskscore.dat (see LOANRISKSCORERECORD) for the
      *  LOANPROV provisioning batch.
      *     LOANORD REVIEW 00001 APPROVE
      *     LOANORD REVIEW 00001 REJECT
      *  REVIEW resolves a loan left LN-IS-HOLD by the risk check --
      *  record itself. Every restructure is appended to
      *  files/loan_restructures.log (old and new term/rate/payment)
      *  so the history of what was agreed survives.
      *     LOANORD VARRATE 00001 EURIBOR6 2.50 6
      *     LOANORD VARRATE 00001 EURIBOR6 2.50 6 1.00 12.00
      *     LOANORD VARRATE 00001 OFF
      *  VARRATE puts a loan on a variable rate: reference index
      *  (TOK3, see INDEXMAINT), margin over it (TOK4), months
      *  between resets (TOK5 -- 3, 6 or 12) and an optional floor
      *  and cap on the resulting rate (TOK6/TOK7, zero cap = none).
      *  The rate is fixed straight away at today's index plus the
      *  margin and the payment re-amortized over the remaining
      *  term, exactly as RESTRUCT does; from then on LOANRESET
      *  re-fixes it on every reset date. The terms live on
      *  files/loanvarrate.dat (see LOANVARRATERECORD). OFF leaves
      *  the loan fixed at whatever rate is in force.
      *     LOANORD DUEDAY 00001 15
      *     LOANORD DUEDAY 00001 L
      *  Every loan falls due on a calendar rule kept on
      *  files/schedrules.dat (see SCHEDDATE) -- ADD puts it on the
      *  day of its first due date each month. DUEDAY moves it to
      *  another day of the month (TOK3) or to the month's last
      *  business day (L), starting from the first such day on or
      *  after the current due date.
      *     LOANORD STAGED 00001 00001 250000.00 RON 7.50 240
      *                    20270101 20270630
      *  STAGED originates a construction/project loan whose
      *  principal (TOK4, the approved facility) is released in
      *  tranches rather than all at once -- same risk and LTV checks
      *  as ADD, run on the whole facility, but nothing is paid out:
      *  the facility and its draw deadline (TOK9) go on
      *  files/loanfacility.dat (see LOANFACILITYRECORD) and the loan
      *  is marked LN-DISBURSE-STAGED. LOANDRAW plans, requests and
      *  (on a second user's approval) releases the tranches; the
      *  loan pays interest only on what is drawn until the last
      *  tranche or the deadline, when it starts amortizing over
      *  LN-TERM-MONTHS.
      *  ADD and STAGED also check the new principal against the
      *  borrower's umbrella credit limit over all their loans,
      *  overdrafts and card lines (see CREDLIMIT) -- a loan that
      *  would breach it takes the same LN-IS-HOLD review path, so
      *  only an explicit REVIEW APPROVE books it over the limit.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CL-ID
           FILE STATUS IS WS-COLL-FILE-STATUS.

           SELECT RISK-SCORE-FILE ASSIGN TO "files/loanriskscore.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LRS-LOAN-ID
           FILE STATUS IS WS-LRS-FILE-STATUS.

           SELECT VARRATE-FILE ASSIGN TO "files/loanvarrate.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LVR-LOAN-ID
           FILE STATUS IS WS-LVR-FILE-STATUS.

           SELECT FACILITY-FILE ASSIGN TO "files/loanfacility.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LF-LOAN-ID
           FILE STATUS IS WS-LF-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************

       FD  COLLATERAL-FILE.
       COPY COLLATERALRECORD.

       FD  RISK-SCORE-FILE.
       COPY LOANRISKSCORERECORD.

       FD  VARRATE-FILE.
       COPY LOANVARRATERECORD.

       FD  FACILITY-FILE.
       COPY LOANFACILITYRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

         88 PGNAME-FILELOCK             VALUE "FILELOCK            ".
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-INDEXRATE            VALUE "INDEXRATE           ".
         88 PGNAME-LOANLEDGER           VALUE "LOANLEDGER          ".
         88 PGNAME-SCHEDDATE            VALUE "SCHEDDATE           ".
         88 PGNAME-CREDLIMIT            VALUE "CREDLIMIT           ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
           88 ARG-OP-PAYOFFQUOTE         VALUE "PAYOFFQUOTE".
           88 ARG-OP-REVIEW               VALUE "REVIEW".
           88 ARG-OP-RESTRUCTURE          VALUE "RESTRUCT".
           88 ARG-OP-VARRATE              VALUE "VARRATE".
           88 ARG-OP-DUEDAY               VALUE "DUEDAY".
           88 ARG-OP-STAGED               VALUE "STAGED".
      *    GENERIC POSITIONAL TOKENS -- MEANING DEPENDS ON
      *    ARG-OPERATION. ADD: TOK2=ACCOUNT-ID TOK3=CUSTOMER-ID
      *    TOK4=PRINCIPAL TOK5=CURRENCY TOK6=ANNUAL-RATE-PCT
      *    DISBURSEMENT IBAN. DELETE: TOK2=LOAN ID.
      *    PAYOFFQUOTE: TOK2=LOAN ID TOK3=QUOTE VALID FOR N DAYS.
      *    REVIEW: TOK2=LOAN ID TOK3=APPROVE OR REJECT
      *    DUEDAY: TOK2=LOAN ID TOK3=DAY OF MONTH (01-31) OR L.
      *    STAGED: AS ADD, TOK4=FACILITY AMOUNT, TOK9=DRAW DEADLINE.
         05 ARG-TOK2                    PIC X(30).
         05 ARG-TOK3                    PIC X(30).
      *    REVIEW DECISION VALUES -- SAME FIELD AS PAYOFFQUOTE'S
      *    QUOTE-VALID-DAYS TOK3, JUST INTERPRETED DIFFERENTLY.
           88 ARG-DECISION-APPROVE       VALUE "APPROVE".
           88 ARG-DECISION-REJECT        VALUE "REJECT".
           88 ARG-DUEDAY-LAST            VALUE "L".
         05 ARG-TOK4                    PIC X(12).
         05 ARG-TOK5                    PIC X(03).
         05 ARG-TOK6                    PIC X(06).
         05 ARG-TOK7                    PIC X(03).
         05 ARG-TOK8                    PIC X(08).
         05 ARG-TOK9                    PIC X(30).
      *    VARRATE RE-PARSES THE COMMAND LINE INTO ITS OWN TOKENS --
      *    THE FLOOR AND CAP DO NOT FIT ADD'S TOK6/TOK7 WIDTHS.
      *    TOK3=INDEX CODE (OR OFF) TOK4=MARGIN TOK5=RESET MONTHS
      *    TOK6=FLOOR TOK7=CAP.
         05 ARG-VR-INDEX                PIC X(08).
           88 ARG-VR-OFF                 VALUE "OFF".
         05 ARG-VR-MARGIN               PIC X(08).
         05 ARG-VR-MONTHS               PIC X(03).
         05 ARG-VR-FLOOR                PIC X(08).
         05 ARG-VR-CAP                  PIC X(08).

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-COLL-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-LRS-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-LVR-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-LF-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-DRAW-DEADLINE            PIC 9(08).
         05 WS-TODAY-YMD                PIC 9(08).
         05 WS-COLL-TOTAL-VALUE         PIC 9(12)V99 VALUE 0.
         05 WS-LTV-PCT                  PIC 9(05)V99 VALUE 0.
         05 WS-NEXT-ID                  PIC 9(05) VALUE 0.
         05 WS-DEL-ID                   PIC 9(05).
         05 WS-REVIEW-ID                PIC 9(05).
         05 WS-DUEDAY-ID                PIC 9(05).
         05 WS-DUEDAY-DAY               PIC 9(02).
         05 WS-DUEDAY-NOMINAL           PIC 9(08).
         05 IND-1                       PIC 9(03).

      *    CREDIT-RISK SCAN OF THE BORROWER'S OWN ACCOUNT HISTORY --
      *    SEE F-CHECK-CREDIT-RISK/F-READ-RISK-PAGE.
         05 WS-RISK-PAGE-NUMBER         PIC 9(05).
         05 WS-RISK-TXN-COUNT           PIC 9(05) VALUE 0.
         05 WS-RISK-BAL-SUM             PIC S9(12)V99 VALUE 0.
         05 WS-RISK-AVG-BALANCE         PIC S9(10)V99 VALUE 0.
         05 WS-RISK-OD-FEE-COUNT        PIC 9(03) VALUE 0.
         05 WS-RISK-POOR-COUNT          PIC 9(01) VALUE 0.
         05 WS-RISK-EARLIEST-TS         PIC X(25) VALUE HIGH-VALUES.
             15 T-L5                    PIC X(01) VALUE ":".
             15 T-SEC                   PIC X(02).

         05 WS-BF-ACC-BALANCE           PIC 9(10)V99.
         05 WS-BF-ACC-CURRENCY          PIC X(03).
         05 WS-BF-NEW-BALANCE           PIC 9(10)V99.

         05 WS-QUOTE-LOAN-ID            PIC 9(05).
         05 WS-QUOTE-GOOD-DAYS          PIC 9(05).
         05 WS-QUOTE-DUE-SERIAL         PIC S9(08).
         05 WS-QUOTE-DAYS-ACCRUED       PIC S9(08).
         05 WS-QUOTE-DAILY-RATE         PIC 9V9(8) VALUE 0.
         05 WS-QUOTE-ACCRUED-INTEREST   PIC 9(10)V99.
         05 WS-QUOTE-PAYOFF-AMOUNT      PIC 9(10)V99.
         05 WS-QUOTE-EXPIRY-SERIAL      PIC S9(08).
         05 WS-QUOTE-EXPIRY-DATE        PIC 9(08).

         05 WS-RESTR-NEW-RATE           PIC 9(03)V99.
         05 WS-RESTR-OLD-TERM           PIC 9(03).
         05 WS-RESTR-OLD-RATE           PIC 9(03)V99.
         05 WS-RESTR-OLD-PAYMENT        PIC 9(10)V99.

      *    VARIABLE-RATE SET-UP -- SEE F-SET-VARIABLE-RATE.
         05 WS-VR-LOAN-ID               PIC 9(05).
         05 WS-VR-TODAY-RAW             PIC 9(08).
         05 WS-VR-RATE                  PIC S9(04)V99.
         05 WS-VR-OLD-RATE              PIC 9(03)V99.
         05 WS-VR-OLD-PAYMENT           PIC 9(10)V99.
         05 WS-VR-INDEX-EDITED          PIC -ZZ9.99.
         05 WS-VR-MARGIN-EDITED         PIC -ZZ9.99.
      *    REMAINING-TERM AND CALENDAR-MONTH HELPERS -- SEE
      *    F-COMPUTE-REMAINING-TERM AND F-ADD-MONTHS-TO-DATE.
         05 WS-REMAIN-EXACT             PIC 9(05)V9(06).
         05 WS-REMAIN-TERM              PIC 9(05).
         05 WS-REMAIN-RATIO             PIC 9(03)V9(08).
         05 WS-AM-DATE                  PIC 9(08).
         05 WS-AM-MONTHS                PIC 9(03).
         05 WS-AM-YEAR                  PIC 9(04).
         05 WS-AM-MONTH                 PIC 9(04).
         05 WS-AM-DAY                   PIC 9(02).

       01 LOCK-VARS.
         05 WS-LOCK-NAME                PIC X(20)
         05 FG-RISK-HOLD                PIC X VALUE 'N'.
           88 FG-RISK-HOLD-Y            VALUE 'Y'.
           88 FG-RISK-HOLD-N            VALUE 'N'.
      *    'Y' FOR A STAGED (TRANCHE) LOAN -- NOTHING IS DISBURSED AT
      *    ORIGINATION; LOANDRAW RELEASES IT A TRANCHE AT A TIME.
         05 FG-STAGED                   PIC X VALUE 'N'.
           88 FG-STAGED-Y               VALUE 'Y'.
           88 FG-STAGED-N               VALUE 'N'.
      *    SET BY F-CHECK-CREDIT-LIMIT -- 'Y' WHEN THE NEW LOAN WOULD
      *    TAKE THE BORROWER OVER THEIR UMBRELLA CREDIT LIMIT.
         05 FG-LIMIT-BREACH             PIC X VALUE 'N'.
           88 FG-LIMIT-BREACH-Y         VALUE 'Y'.
           88 FG-LIMIT-BREACH-N         VALUE 'N'.

      ******************************************************************
      *                        COPYLIB IMPORTS
       COPY TRANSINTERFACE.
       COPY LOGGERINTERFACE.
       COPY FILELOCKINTERFACE.
       COPY INDEXRATEINTERFACE.
       COPY LOANLEDGERINTERFACE.
       COPY SCHEDDATEINTERFACE.
       COPY CREDLIMITINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
                    ARG-TOK7, ARG-TOK8, ARG-TOK9
             END-UNSTRING

      *      ASKED BEFORE loans.dat IS OPENED -- CREDLIMIT READS IT.
             IF ARG-OP-ADD OR ARG-OP-STAGED
               PERFORM F-CHECK-CREDIT-LIMIT
             END-IF

             PERFORM F-OPEN-FILE

             EVALUATE TRUE
               WHEN ARG-OP-ADD
                 PERFORM F-ADD-LOAN
               WHEN ARG-OP-STAGED
                 SET FG-STAGED-Y           TO TRUE
                 PERFORM F-ADD-LOAN
               WHEN ARG-OP-DELETE
                 PERFORM F-DELETE-LOAN
               WHEN ARG-OP-LIST
                 PERFORM F-REVIEW-LOAN
               WHEN ARG-OP-RESTRUCTURE
                 PERFORM F-RESTRUCTURE-LOAN
               WHEN ARG-OP-VARRATE
                 PERFORM F-SET-VARIABLE-RATE
               WHEN ARG-OP-DUEDAY
                 PERFORM F-SET-DUE-DAY
               WHEN OTHER
                 DISPLAY "USAGE: LOANORD ADD|DELETE|LIST|PAYOFFQUOTE|"
                         "REVIEW|RESTRUCT|VARRATE|DUEDAY|STAGED ..."
             END-EVALUATE

             PERFORM F-FINISH
           MOVE ARG-TOK9                   TO LN-DISBURSE-IBAN
           SET LN-DISBURSE-NA              TO TRUE

      *    A STAGED LOAN IS ALWAYS PAID OUT TO LN-ACCOUNT-ID; TOK9 IS
      *    ITS DRAW DEADLINE INSTEAD OF AN EXTERNAL IBAN.
           IF FG-STAGED-Y
             MOVE SPACES                   TO LN-DISBURSE-IBAN
             PERFORM F-CHECK-STAGED-TERMS
             IF FG-LOAN-OK-N
               EXIT SECTION
             END-IF
           END-IF

           PERFORM F-COMPUTE-MONTHLY-PAYMENT
           SET FG-RISK-HOLD-N              TO TRUE
           PERFORM F-CHECK-CREDIT-RISK
             PERFORM F-CHECK-LOAN-TO-VALUE
           END-IF

      *    OVER THE UMBRELLA CREDIT LIMIT -- SAME REVIEW PATH.
           IF FG-LOAN-OK-Y AND FG-LIMIT-BREACH-Y
             SET FG-RISK-HOLD-Y            TO TRUE
             DISPLAY "LOAN WOULD TAKE CUSTOMER " LN-CUSTOMER-ID
                     " TO " O-CLM-PROPOSED-EXPOSURE " "
                     O-CLM-CURRENCY " AGAINST A CREDIT LIMIT OF "
                     O-CLM-LIMIT " -- ROUTED TO REVIEW"
           END-IF

           IF FG-LOAN-OK-N
             DISPLAY "LOAN BLOCKED FOR " LN-CUSTOMER-ID
                     " -- CREDIT RISK CHECK FOUND TOO MANY POOR"
             EXIT SECTION
           END-IF

      *    THE RISK AND LTV CHECKS ABOVE WERE RUN ON THE WHOLE
      *    FACILITY; WHAT IS OWED AND PAID FROM HERE IS ONLY WHAT HAS
      *    BEEN DRAWN, WHICH IS NOTHING YET.
           IF FG-STAGED-Y
             SET LN-DISBURSE-STAGED        TO TRUE
             MOVE 0                        TO LN-REMAINING-PRINCIPAL
             MOVE 0                        TO LN-MONTHLY-PAYMENT
           END-IF

           IF FG-RISK-HOLD-Y
             SET LN-IS-HOLD                 TO TRUE
             WRITE LOAN-RECORD
             PERFORM F-SAVE-DUE-RULE
             IF FG-STAGED-Y
               PERFORM F-SAVE-FACILITY
             END-IF
             PERFORM F-ATTACH-COLLATERAL
             PERFORM F-SAVE-RISK-SCORE
             DISPLAY "LOAN " WS-NEXT-ID " HELD FOR MANUAL REVIEW --"
                     " CREDIT RISK CHECK SCORED IT MARGINAL. RUN"
                     " LOANORD REVIEW " WS-NEXT-ID " APPROVE OR"
             EXIT SECTION
           END-IF

           EVALUATE TRUE
             WHEN FG-STAGED-Y
               CONTINUE
             WHEN LN-DISBURSE-IBAN = SPACES
               PERFORM F-DISBURSE-LOAN
             WHEN OTHER
               SET LN-DISBURSE-PENDING     TO TRUE
           END-EVALUATE

           IF FG-LOAN-OK-Y
             SET LN-IS-ACTIVE              TO TRUE
             WRITE LOAN-RECORD
             PERFORM F-SAVE-DUE-RULE
             PERFORM F-ATTACH-COLLATERAL
             PERFORM F-SAVE-RISK-SCORE
             IF FG-STAGED-Y
               PERFORM F-SAVE-FACILITY
               DISPLAY "CREATED STAGED LOAN " WS-NEXT-ID
                       " FACILITY " LN-PRINCIPAL
                       " DRAW DEADLINE " WS-DRAW-DEADLINE
                       " -- PLAN ITS TRANCHES WITH LOANDRAW PLAN"
               EXIT SECTION
             END-IF
             IF LN-DISBURSE-PENDING
               DISPLAY "CREATED LOAN " WS-NEXT-ID
                       " MONTHLY PAYMENT " LN-MONTHLY-PAYMENT
           .
       F-ADD-LOAN-END.
           EXIT.
      ******************************************************************
       F-CHECK-STAGED-TERMS SECTION.
      *    A STAGED LOAN NEEDS A DRAW DEADLINE STILL AHEAD, AND AN
      *    ACCOUNT IN THE LOAN'S CURRENCY FOR LOANDRAW TO PAY THE
      *    TRANCHES INTO.
           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
           MOVE FUNCTION NUMVAL(ARG-TOK9)  TO WS-DRAW-DEADLINE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DRAW-DEADLINE) NOT = 0
           OR WS-DRAW-DEADLINE NOT > WS-TODAY-YMD
             SET FG-LOAN-OK-N              TO TRUE
             DISPLAY "USAGE: LOANORD STAGED <acc> <cust> <facility>"
                     " <ccy> <rate> <term> <first-due> <deadline>"
                     " -- DEADLINE MUST BE A FUTURE YYYYMMDD"
             EXIT SECTION
           END-IF

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE LN-ACCOUNT-ID               TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
           OR O-ACC-CURRENCY(1) NOT = LN-CURRENCY
             SET FG-LOAN-OK-N              TO TRUE
             DISPLAY "COULD NOT SET UP STAGED LOAN -- ACCOUNT/"
                     "CURRENCY MISMATCH OR ACCOUNT NOT FOUND"
           END-IF
           .
       F-CHECK-STAGED-TERMS-END.
           EXIT.
      ******************************************************************
       F-OPEN-FACILITY-FILE SECTION.
           OPEN I-O FACILITY-FILE
           IF WS-LF-FILE-STATUS = "35"
             OPEN OUTPUT FACILITY-FILE
             CLOSE FACILITY-FILE
             OPEN I-O FACILITY-FILE
           END-IF
           .
       F-OPEN-FACILITY-FILE-END.
           EXIT.
      ******************************************************************
       F-SAVE-FACILITY SECTION.
      *    THE FACILITY OPENS IN DRAWDOWN WITH AN EMPTY SCHEDULE --
      *    LOANDRAW PLAN ADDS THE TRANCHES.
           PERFORM F-OPEN-FACILITY-FILE
           INITIALIZE LOAN-FACILITY-RECORD
           MOVE LN-ID                      TO LF-LOAN-ID
           MOVE LN-PRINCIPAL               TO LF-FACILITY-AMOUNT
           MOVE 0                          TO LF-DRAWN-AMOUNT
           MOVE WS-DRAW-DEADLINE           TO LF-DRAW-DEADLINE
           SET LF-IN-DRAWDOWN              TO TRUE
           MOVE 0                          TO LF-TRANCHE-COUNT
           WRITE LOAN-FACILITY-RECORD
             INVALID KEY
               REWRITE LOAN-FACILITY-RECORD
           END-WRITE
           CLOSE FACILITY-FILE
           .
       F-SAVE-FACILITY-END.
           EXIT.
      ******************************************************************
       F-CLOSE-FACILITY SECTION.
      *    A CANCELLED STAGED LOAN'S UNDRAWN COMMITMENT GOES WITH IT.
           IF NOT LN-DISBURSE-STAGED
             EXIT SECTION
           END-IF
           PERFORM F-OPEN-FACILITY-FILE
           MOVE LN-ID                      TO LF-LOAN-ID
           READ FACILITY-FILE
             NOT INVALID KEY
               SET LF-CLOSED               TO TRUE
               REWRITE LOAN-FACILITY-RECORD
           END-READ
           CLOSE FACILITY-FILE
           .
       F-CLOSE-FACILITY-END.
           EXIT.
      ******************************************************************
       F-COMPUTE-MONTHLY-PAYMENT SECTION.
      *    STANDARD FIXED-PAYMENT AMORTIZATION FORMULA:
           .
       F-CHECK-CREDIT-RISK-END.
           EXIT.
      ******************************************************************
       F-CHECK-CREDIT-LIMIT SECTION.
      *    THE WHOLE PRINCIPAL (THE WHOLE FACILITY FOR A STAGED LOAN)
      *    AGAINST THE CUSTOMER-LEVEL LIMIT (SEE CREDLIMIT).
           SET FG-LIMIT-BREACH-N           TO TRUE
           INITIALIZE CREDLIMIT-INTERFACE
           SET I-CLM-OP-CHECK              TO TRUE
           SET I-CLM-KIND-LOAN             TO TRUE
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO I-CLM-CUSTOMERID
           COMPUTE I-CLM-AMOUNT = FUNCTION NUMVAL(ARG-TOK4)
           MOVE ARG-TOK5                   TO I-CLM-CURRENCY
           SET PGNAME-CREDLIMIT            TO TRUE
           CALL PROGNAME USING CREDLIMIT-INTERFACE

           IF CREDLIMIT-STATUS-OVER-LIMIT
             SET FG-LIMIT-BREACH-Y         TO TRUE
           END-IF
           .
       F-CHECK-CREDIT-LIMIT-END.
           EXIT.
      ******************************************************************
       F-READ-RISK-PAGE SECTION.
           INITIALIZE TRANSDB-INTERFACE
           .
       F-ATTACH-COLLATERAL-END.
           EXIT.
      ******************************************************************
       F-SAVE-RISK-SCORE SECTION.
      *    KEEP THE ORIGINATION RISK RESULT FOR THE LOAN'S LIFETIME
      *    (SEE LOANRISKSCORERECORD) -- LOANPROV STAGES A LOAN THAT
      *    WAS MARGINAL AT ORIGINATION AS A HIGHER CREDIT RISK.
           OPEN I-O RISK-SCORE-FILE
           IF WS-LRS-FILE-STATUS = "35"
             OPEN OUTPUT RISK-SCORE-FILE
             CLOSE RISK-SCORE-FILE
             OPEN I-O RISK-SCORE-FILE
           END-IF

           MOVE LN-ID                      TO LRS-LOAN-ID
           MOVE WS-RISK-POOR-COUNT         TO LRS-POOR-COUNT
           MOVE WS-LTV-PCT                 TO LRS-LTV-PCT
           ACCEPT LRS-SCORED-DATE          FROM DATE YYYYMMDD
           WRITE LOAN-RISK-SCORE-RECORD
             INVALID KEY
               REWRITE LOAN-RISK-SCORE-RECORD
           END-WRITE
           CLOSE RISK-SCORE-FILE
           .
       F-SAVE-RISK-SCORE-END.
           EXIT.
      ******************************************************************
       F-DISBURSE-LOAN SECTION.
      *    LOOK UP THE LINKED ACCOUNT AND CREDIT IT WITH THE

           IF NOT TRANSDB-STATUS-OK
             SET FG-LOAN-OK-N              TO TRUE
             EXIT SECTION
           END-IF

      *    THE LOAN SUB-LEDGER PICKS THE PRINCIPAL UP FROM HERE -- THE
      *    DEPOSIT ABOVE IS ITS CASH SIDE (SEE LOANLEDGER).
           INITIALIZE LOANLEDGER-INTERFACE
           SET I-LL-OP-POST                TO TRUE
           SET I-LL-EVENT-DISBURSEMENT     TO TRUE
           MOVE LN-ID                      TO I-LL-LOAN-ID
           MOVE LN-ACCOUNT-ID              TO I-LL-ACCOUNT-ID
           MOVE LN-CURRENCY                TO I-LL-CURRENCY
           MOVE LN-PRINCIPAL               TO I-LL-PRINCIPAL
           MOVE "N"                        TO I-LL-CASH-LEG
           MOVE PGM-ID                     TO I-LL-SOURCE
           SET PGNAME-LOANLEDGER           TO TRUE
           CALL PROGNAME USING LOANLEDGER-INTERFACE
           IF NOT LOANLEDGER-STATUS-OK
             DISPLAY "WARNING: LOAN " LN-ID " DISBURSED BUT NOT"
                     " POSTED TO THE LOAN SUB-LEDGER, STATUS "
                     LOANLEDGER-STATUS
           END-IF
           .
       F-DISBURSE-LOAN-END.
             NOT INVALID KEY
               SET LN-IS-CANCELLED          TO TRUE
               REWRITE LOAN-RECORD
               PERFORM F-DROP-DUE-RULE
               PERFORM F-CLOSE-FACILITY
               DISPLAY "CANCELLED LOAN " WS-DEL-ID
           END-READ
           .
           EVALUATE TRUE
             WHEN ARG-DECISION-APPROVE
               SET FG-LOAN-OK-Y            TO TRUE
               EVALUATE TRUE
                 WHEN LN-DISBURSE-STAGED
                   CONTINUE
                 WHEN LN-DISBURSE-IBAN = SPACES
                   PERFORM F-DISBURSE-LOAN
                 WHEN OTHER
                   SET LN-DISBURSE-PENDING TO TRUE
               END-EVALUATE

               IF FG-LOAN-OK-Y
                 SET LN-IS-ACTIVE          TO TRUE
             WHEN ARG-DECISION-REJECT
               SET LN-IS-CANCELLED         TO TRUE
               REWRITE LOAN-RECORD
               PERFORM F-DROP-DUE-RULE
               PERFORM F-CLOSE-FACILITY
               DISPLAY "REJECTED LOAN " WS-REVIEW-ID
             WHEN OTHER
               DISPLAY "USAGE: LOANORD REVIEW <id> APPROVE|REJECT"
             EXIT SECTION
           END-IF

      *    A STAGED LOAN HAS NO AMORTIZING SCHEDULE TO CHANGE UNTIL
      *    ITS DRAWDOWN ENDS (SEE LOANDRAW/LOANDRAWRUN).
           IF LN-DISBURSE-STAGED
             DISPLAY "LOAN " WS-RESTR-LOAN-ID
                     " IS STILL IN DRAWDOWN -- RESTRUCTURE IT ONCE"
                     " AMORTIZATION HAS STARTED"
             EXIT SECTION
           END-IF

           MOVE LN-TERM-MONTHS              TO WS-RESTR-OLD-TERM
           MOVE LN-ANNUAL-RATE-PCT          TO WS-RESTR-OLD-RATE
           MOVE LN-MONTHLY-PAYMENT          TO WS-RESTR-OLD-PAYMENT
           .
       F-WRITE-RESTRUCTURE-HISTORY-END.
           EXIT.
      ******************************************************************
       F-SET-VARIABLE-RATE SECTION.
      *    PUTS A LOAN ON (OR TAKES IT OFF) AN INDEX-LINKED RATE. THE
      *    FIRST FIXING HAPPENS HERE, AT TODAY'S INDEX, SO THE LOAN
      *    RECORD IS RIGHT FROM THE START; LOANRESET TAKES OVER AT
      *    THE FIRST RESET DATE.
           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TOK2, ARG-VR-INDEX,
                  ARG-VR-MARGIN, ARG-VR-MONTHS, ARG-VR-FLOOR,
                  ARG-VR-CAP
           END-UNSTRING

           MOVE FUNCTION NUMVAL(ARG-TOK2)   TO WS-VR-LOAN-ID
           MOVE WS-VR-LOAN-ID               TO LN-ID
           READ LOANS-FILE
             INVALID KEY
               DISPLAY "NO SUCH LOAN: " WS-VR-LOAN-ID
               EXIT SECTION
           END-READ

           OPEN I-O VARRATE-FILE
           IF WS-LVR-FILE-STATUS = "35"
             OPEN OUTPUT VARRATE-FILE
             CLOSE VARRATE-FILE
             OPEN I-O VARRATE-FILE
           END-IF

           IF ARG-VR-OFF
             MOVE WS-VR-LOAN-ID             TO LVR-LOAN-ID
             DELETE VARRATE-FILE
               INVALID KEY
                 DISPLAY "LOAN " WS-VR-LOAN-ID
                         " IS NOT ON A VARIABLE RATE"
               NOT INVALID KEY
                 DISPLAY "LOAN " WS-VR-LOAN-ID
                         " NOW FIXED AT " LN-ANNUAL-RATE-PCT " PCT"
             END-DELETE
             CLOSE VARRATE-FILE
             EXIT SECTION
           END-IF

           IF NOT LN-IS-ACTIVE AND NOT LN-IS-HOLD
             DISPLAY "LOAN " WS-VR-LOAN-ID
                     " IS NOT LIVE -- ONLY AN ACTIVE OR HELD LOAN CAN"
                     " GO ON A VARIABLE RATE"
             CLOSE VARRATE-FILE
             EXIT SECTION
           END-IF

           IF ARG-VR-INDEX = SPACES
           OR FUNCTION TEST-NUMVAL(ARG-VR-MARGIN) NOT = 0
           OR (ARG-VR-MONTHS NOT = "3" AND ARG-VR-MONTHS NOT = "6"
               AND ARG-VR-MONTHS NOT = "12")
             DISPLAY "USAGE: LOANORD VARRATE <loan> <index> <margin>"
                     " 3|6|12 [floor] [cap]"
             CLOSE VARRATE-FILE
             EXIT SECTION
           END-IF

           INITIALIZE LOAN-VARRATE-RECORD
           MOVE WS-VR-LOAN-ID               TO LVR-LOAN-ID
           MOVE ARG-VR-INDEX                TO LVR-INDEX-CODE
           COMPUTE LVR-MARGIN-PCT = FUNCTION NUMVAL(ARG-VR-MARGIN)
           MOVE FUNCTION NUMVAL(ARG-VR-MONTHS) TO LVR-RESET-MONTHS
           IF ARG-VR-FLOOR NOT = SPACES
             COMPUTE LVR-FLOOR-PCT = FUNCTION NUMVAL(ARG-VR-FLOOR)
           END-IF
           IF ARG-VR-CAP NOT = SPACES
             COMPUTE LVR-CAP-PCT = FUNCTION NUMVAL(ARG-VR-CAP)
           END-IF
           IF LVR-CAP-PCT > 0 AND LVR-CAP-PCT < LVR-FLOOR-PCT
             DISPLAY "CAP " LVR-CAP-PCT " IS BELOW FLOOR "
                     LVR-FLOOR-PCT " -- NOTHING CHANGED"
             CLOSE VARRATE-FILE
             EXIT SECTION
           END-IF

           ACCEPT WS-VR-TODAY-RAW FROM DATE YYYYMMDD
           INITIALIZE INDEXRATE-INTERFACE
           MOVE LVR-INDEX-CODE              TO I-IXR-INDEX-CODE
           MOVE WS-VR-TODAY-RAW             TO I-IXR-AS-OF-DATE
           SET PGNAME-INDEXRATE             TO TRUE
           CALL PROGNAME USING INDEXRATE-INTERFACE
           IF NOT INDEXRATE-STATUS-OK
             DISPLAY "NO FIXING ON FILE FOR INDEX "
                     FUNCTION TRIM(LVR-INDEX-CODE)
                     " -- LOAD IT WITH INDEXMAINT SET FIRST"
             CLOSE VARRATE-FILE
             EXIT SECTION
           END-IF

      *    INDEX + MARGIN, HELD BETWEEN FLOOR AND CAP, NEVER NEGATIVE.
           COMPUTE WS-VR-RATE = O-IXR-RATE-PCT + LVR-MARGIN-PCT
           IF WS-VR-RATE < LVR-FLOOR-PCT
             MOVE LVR-FLOOR-PCT             TO WS-VR-RATE
           END-IF
           IF LVR-CAP-PCT > 0 AND WS-VR-RATE > LVR-CAP-PCT
             MOVE LVR-CAP-PCT               TO WS-VR-RATE
           END-IF
           IF WS-VR-RATE < 0
             MOVE 0                         TO WS-VR-RATE
           END-IF

           MOVE LN-ANNUAL-RATE-PCT          TO WS-VR-OLD-RATE
           MOVE LN-MONTHLY-PAYMENT          TO WS-VR-OLD-PAYMENT
           PERFORM F-COMPUTE-REMAINING-TERM
           MOVE WS-REMAIN-TERM              TO LN-TERM-MONTHS
           MOVE WS-VR-RATE                  TO LN-ANNUAL-RATE-PCT

      *    SAME RE-AMORTIZATION AS F-RESTRUCTURE-LOAN -- OR, FOR A
      *    STAGED LOAN STILL IN DRAWDOWN, INTEREST ON THE DRAWN
      *    AMOUNT ONLY.
           COMPUTE WS-MONTHLY-RATE =
                   LN-ANNUAL-RATE-PCT / 100 / 12
           EVALUATE TRUE
             WHEN LN-DISBURSE-STAGED
               COMPUTE LN-MONTHLY-PAYMENT ROUNDED =
                       LN-REMAINING-PRINCIPAL * WS-MONTHLY-RATE
             WHEN WS-MONTHLY-RATE = 0
               COMPUTE LN-MONTHLY-PAYMENT ROUNDED =
                       LN-REMAINING-PRINCIPAL / LN-TERM-MONTHS
             WHEN OTHER
               COMPUTE WS-FACTOR =
                       (1 + WS-MONTHLY-RATE) ** LN-TERM-MONTHS
               COMPUTE LN-MONTHLY-PAYMENT ROUNDED =
                       LN-REMAINING-PRINCIPAL * WS-MONTHLY-RATE
                       * WS-FACTOR / (WS-FACTOR - 1)
           END-EVALUATE
           REWRITE LOAN-RECORD

           MOVE WS-VR-TODAY-RAW             TO LVR-LAST-RESET-DATE
           MOVE O-IXR-RATE-PCT              TO LVR-LAST-INDEX-PCT
           MOVE WS-VR-TODAY-RAW             TO WS-AM-DATE
           MOVE LVR-RESET-MONTHS            TO WS-AM-MONTHS
           PERFORM F-ADD-MONTHS-TO-DATE
           MOVE WS-AM-DATE                  TO LVR-NEXT-RESET-DATE
           SET LVR-NO-RESET-PENDING         TO TRUE
           WRITE LOAN-VARRATE-RECORD
             INVALID KEY
               REWRITE LOAN-VARRATE-RECORD
           END-WRITE
           CLOSE VARRATE-FILE

           MOVE O-IXR-RATE-PCT              TO WS-VR-INDEX-EDITED
           MOVE LVR-MARGIN-PCT              TO WS-VR-MARGIN-EDITED
           DISPLAY "LOAN " WS-VR-LOAN-ID " NOW VARIABLE: "
                   FUNCTION TRIM(LVR-INDEX-CODE) " "
                   FUNCTION TRIM(WS-VR-INDEX-EDITED)
                   " + MARGIN " FUNCTION TRIM(WS-VR-MARGIN-EDITED)
                   " RESET EVERY " LVR-RESET-MONTHS " MONTHS"
           DISPLAY "  RATE:    " WS-VR-OLD-RATE " -> "
                   LN-ANNUAL-RATE-PCT " PCT"
           DISPLAY "  PAYMENT: " WS-VR-OLD-PAYMENT " -> "
                   LN-MONTHLY-PAYMENT " OVER " LN-TERM-MONTHS
                   " MONTHS"
           DISPLAY "  NEXT RESET: " LVR-NEXT-RESET-DATE
           .
       F-SET-VARIABLE-RATE-END.
           EXIT.
      ******************************************************************
       F-COMPUTE-REMAINING-TERM SECTION.
      *    NUMBER OF INSTALLMENTS STILL NEEDED TO CLEAR
      *    LN-REMAINING-PRINCIPAL AT THE CURRENT RATE AND PAYMENT --
      *    THE AMORTIZATION FORMULA SOLVED FOR n:
      *      n = -LOG(1 - P * r / M) / LOG(1 + r)
      *    ROUNDED UP (A PART INSTALLMENT IS STILL AN INSTALLMENT).
      *    WHEN THE PAYMENT NO LONGER COVERS THE INTEREST THE FORMULA
      *    HAS NO ANSWER AND LN-TERM-MONTHS IS KEPT.
           MOVE LN-TERM-MONTHS              TO WS-REMAIN-TERM
           IF LN-MONTHLY-PAYMENT = 0
             EXIT SECTION
           END-IF

           COMPUTE WS-MONTHLY-RATE =
                   LN-ANNUAL-RATE-PCT / 100 / 12
           IF WS-MONTHLY-RATE = 0
             COMPUTE WS-REMAIN-EXACT =
                     LN-REMAINING-PRINCIPAL / LN-MONTHLY-PAYMENT
           ELSE
             COMPUTE WS-REMAIN-RATIO =
                     LN-REMAINING-PRINCIPAL * WS-MONTHLY-RATE
                     / LN-MONTHLY-PAYMENT
             IF WS-REMAIN-RATIO >= 1
               EXIT SECTION
             END-IF
             COMPUTE WS-REMAIN-EXACT =
                     0 - FUNCTION LOG(1 - WS-REMAIN-RATIO)
                     / FUNCTION LOG(1 + WS-MONTHLY-RATE)
           END-IF

      *    A FRACTION OF A CENT'S WORTH IS PAYMENT ROUNDING, NOT AN
      *    EXTRA INSTALLMENT.
           MOVE WS-REMAIN-EXACT             TO WS-REMAIN-TERM
           IF WS-REMAIN-EXACT - WS-REMAIN-TERM > 0.01
             ADD 1                          TO WS-REMAIN-TERM
           END-IF
           IF WS-REMAIN-TERM = 0
             MOVE 1                         TO WS-REMAIN-TERM
           END-IF
           .
       F-COMPUTE-REMAINING-TERM-END.
           EXIT.
      ******************************************************************
       F-ADD-MONTHS-TO-DATE SECTION.
      *    WS-AM-DATE PLUS WS-AM-MONTHS CALENDAR MONTHS -- SAME
      *    ARITHMETIC AS TERMDEP.F-COMPUTE-MATURITY-DATE, EXCEPT A DAY
      *    THE TARGET MONTH DOES NOT HAVE (31ST, 29TH FEBRUARY) FALLS
      *    BACK TO THAT MONTH'S LAST DAY.
           MOVE WS-AM-DATE(1:4)             TO WS-AM-YEAR
           MOVE WS-AM-DATE(5:2)             TO WS-AM-MONTH
           MOVE WS-AM-DATE(7:2)             TO WS-AM-DAY
           ADD WS-AM-MONTHS                 TO WS-AM-MONTH
           PERFORM UNTIL WS-AM-MONTH <= 12
             SUBTRACT 12                    FROM WS-AM-MONTH
             ADD 1                          TO WS-AM-YEAR
           END-PERFORM
           STRING WS-AM-YEAR(1:4)           DELIMITED BY SIZE
                  WS-AM-MONTH(3:2)          DELIMITED BY SIZE
                  WS-AM-DAY                 DELIMITED BY SIZE
             INTO WS-AM-DATE
           END-STRING
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-AM-DATE) = 0
             SUBTRACT 1                     FROM WS-AM-DAY
             MOVE WS-AM-DAY                 TO WS-AM-DATE(7:2)
           END-PERFORM
           .
       F-ADD-MONTHS-TO-DATE-END.
           EXIT.
      ******************************************************************
       F-SAVE-DUE-RULE SECTION.
      *    A NEW LOAN FALLS DUE MONTHLY ON THE DAY OF ITS FIRST DUE
      *    DATE (SEE SCHEDDATE), SO LOANRUN STEPS IT A CALENDAR MONTH
      *    AT A TIME INSTEAD OF LETTING IT WALK 30 DAYS AT A TIME.
      *    DUEDAY MOVES IT LATER IF THE CUSTOMER ASKS.
           INITIALIZE SCHEDDATE-INTERFACE
           SET I-SD-OP-PUT                 TO TRUE
           SET I-SD-ENTITY-LOAN            TO TRUE
           MOVE LN-ID                      TO I-SD-ENTITY-ID
           SET I-SD-RULE-MONTH-DAY         TO TRUE
           MOVE 1                          TO I-SD-INTERVAL
           MOVE 0                          TO I-SD-DAY
           MOVE LN-NEXT-DUE-DATE           TO I-SD-DATE
           SET PGNAME-SCHEDDATE            TO TRUE
           CALL PROGNAME USING SCHEDDATE-INTERFACE
           .
       F-SAVE-DUE-RULE-END.
           EXIT.
      ******************************************************************
       F-DROP-DUE-RULE SECTION.
           INITIALIZE SCHEDDATE-INTERFACE
           SET I-SD-OP-DELETE              TO TRUE
           SET I-SD-ENTITY-LOAN            TO TRUE
           MOVE LN-ID                      TO I-SD-ENTITY-ID
           SET PGNAME-SCHEDDATE            TO TRUE
           CALL PROGNAME USING SCHEDDATE-INTERFACE
           .
       F-DROP-DUE-RULE-END.
           EXIT.
      ******************************************************************
       F-SET-DUE-DAY SECTION.
      *    MOVES A LOAN'S MONTHLY DUE DAY -- TO A FIXED DAY OF THE
      *    MONTH (TOK3 01-31, A SHORT MONTH'S LAST DAY WHEN IT HAS NO
      *    SUCH DAY) OR TO THE LAST BUSINESS DAY (TOK3 L). THE NEXT
      *    DUE DATE BECOMES THE FIRST SUCH DAY ON OR AFTER THE
      *    CURRENT ONE, SO AN INSTALLMENT IS NEVER PULLED FORWARD.
           MOVE FUNCTION NUMVAL(ARG-TOK2)   TO WS-DUEDAY-ID
           MOVE WS-DUEDAY-ID                TO LN-ID
           READ LOANS-FILE
             INVALID KEY
               DISPLAY "NO SUCH LOAN: " WS-DUEDAY-ID
               EXIT SECTION
           END-READ

           IF NOT LN-IS-ACTIVE AND NOT LN-IS-HOLD
             DISPLAY "LOAN " WS-DUEDAY-ID
                     " IS NOT ACTIVE -- DUE DAY NOT CHANGED"
             EXIT SECTION
           END-IF

           INITIALIZE SCHEDDATE-INTERFACE
           SET I-SD-ENTITY-LOAN            TO TRUE
           MOVE LN-ID                      TO I-SD-ENTITY-ID
           MOVE 1                          TO I-SD-INTERVAL
           IF ARG-DUEDAY-LAST
             SET I-SD-RULE-LAST-BUS-DAY    TO TRUE
           ELSE
             MOVE FUNCTION NUMVAL(ARG-TOK3) TO WS-DUEDAY-DAY
             IF WS-DUEDAY-DAY < 1 OR WS-DUEDAY-DAY > 31
               DISPLAY "USAGE: LOANORD DUEDAY <id> <01-31>|L"
               EXIT SECTION
             END-IF
             SET I-SD-RULE-MONTH-DAY       TO TRUE
             MOVE WS-DUEDAY-DAY            TO I-SD-DAY
           END-IF

           SET I-SD-OP-FIRST               TO TRUE
           MOVE LN-NEXT-DUE-DATE           TO I-SD-DATE
           SET PGNAME-SCHEDDATE            TO TRUE
           CALL PROGNAME USING SCHEDDATE-INTERFACE
           IF NOT SCHEDDATE-STATUS-OK
             DISPLAY "LOAN " WS-DUEDAY-ID
                     " -- CANNOT SCHEDULE FROM DUE DATE "
                     LN-NEXT-DUE-DATE
             EXIT SECTION
           END-IF

           MOVE O-SD-NOMINAL-DATE          TO WS-DUEDAY-NOMINAL
           SET I-SD-OP-PUT                 TO TRUE
           MOVE WS-DUEDAY-NOMINAL          TO I-SD-DATE
           CALL PROGNAME USING SCHEDDATE-INTERFACE
           IF NOT SCHEDDATE-STATUS-OK
             DISPLAY "LOAN " WS-DUEDAY-ID
                     " -- COULD NOT SAVE THE DUE-DAY RULE, STATUS "
                     SCHEDDATE-STATUS
             EXIT SECTION
           END-IF

           MOVE O-SD-DATE                  TO LN-NEXT-DUE-DATE
           REWRITE LOAN-RECORD
           DISPLAY "LOAN " WS-DUEDAY-ID " NOW DUE ON "
                   LN-NEXT-DUE-DATE
           .
       F-SET-DUE-DAY-END.
           EXIT.
      ******************************************************************
       F-LIST-LOANS SECTION.
           MOVE LOW-VALUES                  TO LN-ID
           COMPUTE WS-QUOTE-DUE-SERIAL =
                   FUNCTION INTEGER-OF-DATE(LN-NEXT-DUE-DATE)

      *    LOANRUN ADVANCES LN-NEXT-DUE-DATE ONE INSTALLMENT (A
      *    CALENDAR MONTH, SEE SCHEDDATE) EACH TIME A PAYMENT POSTS,
      *    SO IT ALSO MARKS THE LAST DAY INTEREST WAS LAST SETTLED. A
      *    DUE DATE STILL IN THE FUTURE MEANS INTEREST HAS ACCRUED
      *    SINCE ONE 30/360 MONTH BEFORE IT.
           IF WS-QUOTE-DUE-SERIAL > WS-QUOTE-TODAY-SERIAL
             COMPUTE WS-QUOTE-DAYS-ACCRUED =
                     30 - (WS-QUOTE-DUE-SERIAL - WS-QUOTE-TODAY-SERIAL)
