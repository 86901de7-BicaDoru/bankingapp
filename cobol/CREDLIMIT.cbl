      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      CREDLIMIT.
      ******************************************************************
      *  Customer-level umbrella credit limit -- called subprogram
      *  (same shape as FEEWAIVER). One limit per customer on
      *  files/creditlimits.dat (see CREDLIMITRECORD), set from the
      *  credit-risk score or by an approved override (LIMITMAINT),
      *  covers everything the bank lends them, in K-CLM-CURRENCY:
      *     loans       LN-REMAINING-PRINCIPAL of their active and
      *                 held loans, plus what is still undrawn on a
      *                 staged facility in drawdown
      *     overdrafts  the overdraft limit granted on each of their
      *                 open accounts
      *     cards       the limit of every credit card line repaid
      *                 from one of their open accounts
      *  GETITEM returns the limit and what is used of it. CHECK is
      *  asked before more credit is granted -- a new loan, a new or
      *  changed overdraft limit, a card line opened or raised -- and
      *  answers CREDLIMIT-STATUS-OVER-LIMIT if the grant would take
      *  the customer above the limit. Lowering anything always
      *  passes. Callers: ACCBO (account opening), CARDCREDIT (OPEN,
      *  SETLIMIT), LOANORD (ADD, STAGED) and LIMITRPT.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT LIMIT-FILE ASSIGN TO "files/creditlimits.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLM-CUSTOMER-ID
           FILE STATUS IS WS-CLM-FILE-STATUS.

           SELECT LOANS-FILE ASSIGN TO "files/loans.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ID
           FILE STATUS IS WS-LN-FILE-STATUS.

           SELECT FACILITY-FILE ASSIGN TO "files/loanfacility.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LF-LOAN-ID
           FILE STATUS IS WS-LF-FILE-STATUS.

           SELECT CREDIT-FILE ASSIGN TO "files/cardcredit.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCL-CARD-ID
           FILE STATUS IS WS-CCL-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  LIMIT-FILE.
       COPY CREDLIMITRECORD.

       FD  LOANS-FILE.
       COPY LOANRECORD.

       FD  FACILITY-FILE.
       COPY LOANFACILITYRECORD.

       FD  CREDIT-FILE.
       COPY CARDCREDITRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "CREDLIMIT           ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-FXRATEHIST           VALUE "FXRATEHIST          ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 CONSTANTS.
         COPY CREDLIMITCONFIG.
         COPY PAGINGCONFIG.

       01 INTERNAL-VARS.
         05 WS-CLM-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-LN-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-LF-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-CCL-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-CUSTOMER-ID              PIC 9(09).
         05 WS-PAGE-NUMBER              PIC 9(05).
         05 WS-ACC-CURRENCY             PIC X(03).
      *    WHAT THE CHECKED GRANT ADDS (OR, REPLACING A LARGER LIMIT,
      *    TAKES AWAY), IN K-CLM-CURRENCY.
         05 WS-DELTA                    PIC S9(10)V99.
         05 WS-OLD-AMOUNT               PIC 9(10)V99.
      *    THE LINE OF THE CARD A CARD GRANT IS FOR, AS FOUND ON THE
      *    ACCOUNT'S BROWSE (STATUS SPACES = NO LINE YET). A CARD
      *    WHOSE ROW ONLY POINTS AT ANOTHER CARD'S LINE IS FOLLOWED
      *    TO THAT LINE -- WS-TARGET-CARD-ID MOVES ON TO IT.
         05 WS-TARGET-CARD-ID           PIC 9(05).
         05 WS-TARGET-LINE-STATUS       PIC X(01).
           88 WS-TARGET-LINE-ACTIVE     VALUE "A".
           88 WS-TARGET-LINE-CLOSED     VALUE "C".
         05 WS-TARGET-LINE-LIMIT        PIC 9(10)V99.
         05 WS-PROPOSED                 PIC S9(11)V99.

      *    ONE AMOUNT BEING CONVERTED INTO K-CLM-CURRENCY.
         05 WS-CV-CURRENCY              PIC X(03).
         05 WS-CV-AMOUNT                PIC 9(10)V99.
         05 WS-CV-RESULT                PIC 9(10)V99.

       01 FLAGS.
         05 FG-MORE-ROWS                PIC X VALUE 'N'.
           88 FG-MORE-ROWS-Y            VALUE 'Y'.
           88 FG-MORE-ROWS-N            VALUE 'N'.
         05 FG-MORE-LINES               PIC X VALUE 'N'.
           88 FG-MORE-LINES-Y           VALUE 'Y'.
           88 FG-MORE-LINES-N           VALUE 'N'.
      *    THE ACCOUNT THE GRANT IS ON WAS AMONG THE CUSTOMER'S OPEN
      *    ACCOUNTS, SO ITS CURRENT LIMIT HAS BEEN REPLACED.
         05 FG-TARGET-FOUND             PIC X VALUE 'N'.
           88 FG-TARGET-FOUND-Y         VALUE 'Y'.
           88 FG-TARGET-FOUND-N         VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY FXHISTINTERFACE.
       COPY BUSDATEINTERFACE.
      ******************************************************************
       LINKAGE                     SECTION.
       COPY CREDLIMITINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING CREDLIMIT-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           INITIALIZE CREDLIMIT-OUT
           SET CREDLIMIT-STATUS-OK        TO TRUE

           IF NOT I-CLM-OP-GETITEM AND NOT I-CLM-OP-CHECK
             SET CREDLIMIT-STATUS-BAD-OP  TO TRUE
             GO TO MAIN-END
           END-IF

           IF I-CLM-OP-CHECK
           AND NOT I-CLM-KIND-LOAN AND NOT I-CLM-KIND-OVERDRAFT
           AND NOT I-CLM-KIND-CARD-LIMIT AND NOT I-CLM-KIND-CARD-OPEN
             SET CREDLIMIT-STATUS-BAD-OP  TO TRUE
             GO TO MAIN-END
           END-IF

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           IF BUSDATE-STATUS-OK
             MOVE O-BUSDATE               TO WS-TODAY-RAW
           ELSE
             ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           END-IF

           PERFORM F-RESOLVE-CUSTOMER
           IF NOT CREDLIMIT-STATUS-OK
             GO TO MAIN-END
           END-IF

           MOVE WS-CUSTOMER-ID            TO O-CLM-CUSTOMERID
           MOVE K-CLM-CURRENCY            TO O-CLM-CURRENCY
           MOVE "N"                       TO O-CLM-REQUEST-PENDING
           MOVE "N"                       TO O-CLM-FX-MISSING
           MOVE 0                         TO WS-DELTA
           SET FG-TARGET-FOUND-N          TO TRUE

           PERFORM F-READ-LIMIT
           PERFORM F-ADD-LOANS
           PERFORM F-ADD-ACCOUNTS

           COMPUTE O-CLM-EXPOSURE = O-CLM-LOAN-EXPOSURE
                                  + O-CLM-OD-EXPOSURE
                                  + O-CLM-CARD-EXPOSURE
           COMPUTE O-CLM-AVAILABLE = O-CLM-LIMIT - O-CLM-EXPOSURE
           IF O-CLM-LIMIT > 0
             COMPUTE O-CLM-UTILIZATION-PCT ROUNDED =
                     O-CLM-EXPOSURE * 100 / O-CLM-LIMIT
               ON SIZE ERROR
                 MOVE 99999.99            TO O-CLM-UTILIZATION-PCT
             END-COMPUTE
           ELSE
             IF O-CLM-EXPOSURE > 0
               MOVE 99999.99              TO O-CLM-UTILIZATION-PCT
             END-IF
           END-IF

           MOVE O-CLM-EXPOSURE            TO O-CLM-PROPOSED-EXPOSURE
           IF I-CLM-OP-CHECK
             PERFORM F-CHECK-GRANT
           END-IF
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-RESOLVE-CUSTOMER SECTION.
      *    A CALLER THAT ONLY KNOWS THE ACCOUNT (CARDCREDIT) GETS ITS
      *    OWNER LOOKED UP.
           MOVE I-CLM-CUSTOMERID          TO WS-CUSTOMER-ID
           IF WS-CUSTOMER-ID NOT = 0
             EXIT SECTION
           END-IF

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM           TO TRUE
           MOVE I-CLM-ACCOUNTID           TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB               TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF ACCDB-STATUS-OK AND O-ACC-COUNT > 0
             MOVE O-ACC-CUSTOMERID(1)     TO WS-CUSTOMER-ID
           ELSE
             SET CREDLIMIT-STATUS-NOT-FOUND TO TRUE
           END-IF
           .
       F-RESOLVE-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-READ-LIMIT SECTION.
      *    AN APPROVED OVERRIDE WINS OVER THE SCORE; A CUSTOMER NEVER
      *    SCORED IS HELD TO THE UNSCORED DEFAULT.
           MOVE K-CLM-UNSCORED-LIMIT      TO O-CLM-LIMIT
           SET O-CLM-SOURCE-DEFAULT       TO TRUE

           OPEN INPUT LIMIT-FILE
           IF WS-CLM-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE WS-CUSTOMER-ID            TO CLM-CUSTOMER-ID
           READ LIMIT-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CLM-OVERRIDE-ACTIVE-Y
                 MOVE CLM-OVERRIDE-LIMIT  TO O-CLM-LIMIT
                 SET O-CLM-SOURCE-OVERRIDE TO TRUE
               ELSE
                 MOVE CLM-SCORED-LIMIT    TO O-CLM-LIMIT
                 SET O-CLM-SOURCE-SCORED  TO TRUE
               END-IF
               IF CLM-REQUEST-PENDING
                 MOVE "Y"                 TO O-CLM-REQUEST-PENDING
               END-IF
           END-READ

           CLOSE LIMIT-FILE
           .
       F-READ-LIMIT-END.
           EXIT.
      ******************************************************************
       F-ADD-LOANS SECTION.
      *    A HELD LOAN IS STILL AWAITING REVIEW BUT COUNTS -- IT IS
      *    CREDIT THE BANK HAS AGREED TO IN PRINCIPLE.
           OPEN INPUT LOANS-FILE
           IF WS-LN-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           OPEN INPUT FACILITY-FILE

           MOVE LOW-VALUES                TO LN-ID
           START LOANS-FILE KEY IS NOT LESS THAN LN-ID
             INVALID KEY
               SET FG-MORE-ROWS-N         TO TRUE
             NOT INVALID KEY
               SET FG-MORE-ROWS-Y         TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-ROWS-N
             READ LOANS-FILE NEXT RECORD
               AT END
                 SET FG-MORE-ROWS-N       TO TRUE
               NOT AT END
                 IF LN-CUSTOMER-ID = WS-CUSTOMER-ID
                 AND (LN-IS-ACTIVE OR LN-IS-HOLD)
                   PERFORM F-ADD-ONE-LOAN
                 END-IF
             END-READ
           END-PERFORM

           CLOSE LOANS-FILE
           IF WS-LF-FILE-STATUS = "00"
             CLOSE FACILITY-FILE
           END-IF
           .
       F-ADD-LOANS-END.
           EXIT.
      ******************************************************************
       F-ADD-ONE-LOAN SECTION.
           MOVE LN-CURRENCY               TO WS-CV-CURRENCY
           MOVE LN-REMAINING-PRINCIPAL    TO WS-CV-AMOUNT

      *    A STAGED FACILITY STILL IN DRAWDOWN IS COMMITTED IN FULL --
      *    WHAT IS DRAWN IS ALREADY IN LN-REMAINING-PRINCIPAL.
           IF LN-DISBURSE-STAGED AND WS-LF-FILE-STATUS = "00"
             MOVE LN-ID                   TO LF-LOAN-ID
             READ FACILITY-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF LF-IN-DRAWDOWN
                 AND LF-FACILITY-AMOUNT > LF-DRAWN-AMOUNT
                   COMPUTE WS-CV-AMOUNT = WS-CV-AMOUNT
                           + LF-FACILITY-AMOUNT - LF-DRAWN-AMOUNT
                 END-IF
             END-READ
           END-IF

           PERFORM F-CONVERT
           ADD WS-CV-RESULT               TO O-CLM-LOAN-EXPOSURE
           .
       F-ADD-ONE-LOAN-END.
           EXIT.
      ******************************************************************
       F-ADD-ACCOUNTS SECTION.
      *    THE CUSTOMER'S OPEN ACCOUNTS, PAGE BY PAGE (SAME LOOP AS
      *    FEEWAIVER) -- EACH ONE'S OVERDRAFT LIMIT AND CARD LINE.
           OPEN INPUT CREDIT-FILE

           MOVE 1                         TO WS-PAGE-NUMBER
           SET FG-MORE-ROWS-Y             TO TRUE
           PERFORM UNTIL FG-MORE-ROWS-N
             INITIALIZE ACCDB-INTERFACE
             SET I-ACC-OP-GETLIST         TO TRUE
             MOVE WS-CUSTOMER-ID          TO I-ACC-CUSTOMERID
             MOVE WS-PAGE-NUMBER          TO I-ACC-PAGE-NUMBER
             SET PGNAME-ACCDB             TO TRUE
             CALL PROGNAME USING ACCDB-INTERFACE
             IF NOT ACCDB-STATUS-OK
               MOVE 0                     TO O-ACC-COUNT
             END-IF

             PERFORM VARYING IND-1 FROM 1 BY 1
                     UNTIL IND-1 > O-ACC-COUNT
               IF O-ACC-STATUS(IND-1) NOT = "C"
                 PERFORM F-ADD-ONE-ACCOUNT
               END-IF
             END-PERFORM

             IF O-ACC-COUNT < K-PAGE-SIZE
               SET FG-MORE-ROWS-N         TO TRUE
             ELSE
               ADD 1                      TO WS-PAGE-NUMBER
             END-IF
           END-PERFORM

           IF WS-CCL-FILE-STATUS = "00"
             CLOSE CREDIT-FILE
           END-IF
           .
       F-ADD-ACCOUNTS-END.
           EXIT.
      ******************************************************************
       F-ADD-ONE-ACCOUNT SECTION.
           MOVE O-ACC-CURRENCY(IND-1)(1:3) TO WS-ACC-CURRENCY
           MOVE WS-ACC-CURRENCY           TO WS-CV-CURRENCY

           MOVE O-ACC-OD-LIMIT(IND-1)     TO WS-CV-AMOUNT
           PERFORM F-CONVERT
           ADD WS-CV-RESULT               TO O-CLM-OD-EXPOSURE

           IF I-CLM-OP-CHECK AND I-CLM-KIND-OVERDRAFT
           AND O-ACC-ACCOUNTID(IND-1) = I-CLM-ACCOUNTID
             SET FG-TARGET-FOUND-Y        TO TRUE
             MOVE WS-CV-RESULT            TO WS-OLD-AMOUNT
             MOVE I-CLM-AMOUNT            TO WS-CV-AMOUNT
             PERFORM F-CONVERT
             COMPUTE WS-DELTA = WS-DELTA + WS-CV-RESULT - WS-OLD-AMOUNT
           END-IF

           IF WS-CCL-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE 0                         TO WS-OLD-AMOUNT
           MOVE SPACES                    TO WS-TARGET-LINE-STATUS
           MOVE 0                         TO WS-TARGET-LINE-LIMIT
           MOVE I-CLM-CARDID              TO WS-TARGET-CARD-ID
           PERFORM F-ADD-CARD-LINES

           IF NOT I-CLM-OP-CHECK
           OR O-ACC-ACCOUNTID(IND-1) NOT = I-CLM-ACCOUNTID
             EXIT SECTION
           END-IF

           EVALUATE TRUE
             WHEN I-CLM-KIND-CARD-LIMIT
               SET FG-TARGET-FOUND-Y      TO TRUE
               MOVE I-CLM-AMOUNT          TO WS-CV-AMOUNT
               PERFORM F-CONVERT
               COMPUTE WS-DELTA = WS-DELTA + WS-CV-RESULT
                                - WS-OLD-AMOUNT
      *      OPENING A LINE THE CARD ALREADY HAS CHANGES NOTHING;
      *      REOPENING A CLOSED ONE BRINGS BACK ITS OLD LIMIT.
             WHEN I-CLM-KIND-CARD-OPEN
               SET FG-TARGET-FOUND-Y      TO TRUE
               EVALUATE TRUE
                 WHEN WS-TARGET-LINE-ACTIVE
                   CONTINUE
                 WHEN WS-TARGET-LINE-CLOSED
                   MOVE WS-TARGET-LINE-LIMIT TO WS-CV-AMOUNT
                   PERFORM F-CONVERT
                   ADD WS-CV-RESULT       TO WS-DELTA
                 WHEN OTHER
                   MOVE I-CLM-AMOUNT      TO WS-CV-AMOUNT
                   PERFORM F-CONVERT
                   ADD WS-CV-RESULT       TO WS-DELTA
               END-EVALUATE
           END-EVALUATE
           .
       F-ADD-ONE-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-ADD-CARD-LINES SECTION.
      *    EVERY LINE REPAID FROM THIS ACCOUNT -- ONE PER CREDIT CARD
      *    ON IT. THE LINE FILE IS KEYED BY CARD WITH NO ALTERNATE KEY
      *    BY ACCOUNT, SO THIS IS A FULL BROWSE.
           MOVE LOW-VALUES                TO CCL-CARD-ID
           START CREDIT-FILE KEY IS NOT LESS THAN CCL-CARD-ID
             INVALID KEY
               SET FG-MORE-LINES-N        TO TRUE
             NOT INVALID KEY
               SET FG-MORE-LINES-Y        TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-LINES-N
             READ CREDIT-FILE NEXT RECORD
               AT END
                 SET FG-MORE-LINES-N      TO TRUE
               NOT AT END
                 IF CCL-ACCOUNT-ID = O-ACC-ACCOUNTID(IND-1)
                   PERFORM F-ADD-ONE-CARD-LINE
                 END-IF
             END-READ
           END-PERFORM
           .
       F-ADD-CARD-LINES-END.
           EXIT.
      ******************************************************************
       F-ADD-ONE-CARD-LINE SECTION.
           IF CCL-STATUS-ACTIVE
             MOVE CCL-CREDIT-LIMIT        TO WS-CV-AMOUNT
             PERFORM F-CONVERT
             ADD WS-CV-RESULT             TO O-CLM-CARD-EXPOSURE
           END-IF

           IF NOT I-CLM-OP-CHECK
           OR (NOT I-CLM-KIND-CARD-LIMIT AND NOT I-CLM-KIND-CARD-OPEN)
           OR CCL-CARD-ID NOT = WS-TARGET-CARD-ID
             EXIT SECTION
           END-IF

      *    A REPLACEMENT CARD ALWAYS TAKES A HIGHER ID THAN THE CARD IT
      *    REPLACES, SO THE LINE A POINTER NAMES IS STILL AHEAD ON THIS
      *    BROWSE.
           IF CCL-STATUS-MOVED
             MOVE CCL-MOVED-TO            TO WS-TARGET-CARD-ID
             EXIT SECTION
           END-IF

           MOVE CCL-STATUS                TO WS-TARGET-LINE-STATUS
           MOVE CCL-CREDIT-LIMIT          TO WS-TARGET-LINE-LIMIT
           IF CCL-STATUS-ACTIVE
             MOVE WS-CV-RESULT            TO WS-OLD-AMOUNT
           END-IF
           .
       F-ADD-ONE-CARD-LINE-END.
           EXIT.
      ******************************************************************
       F-CHECK-GRANT SECTION.
      *    A NEW LOAN, OR A LIMIT ON AN ACCOUNT NOT AMONG THE
      *    CUSTOMER'S OPEN ACCOUNTS (ONE ABOUT TO BE OPENED), COMES ON
      *    TOP OF EVERYTHING ALREADY COUNTED.
           IF I-CLM-KIND-LOAN OR FG-TARGET-FOUND-N
             MOVE I-CLM-CURRENCY          TO WS-CV-CURRENCY
             IF WS-CV-CURRENCY = SPACES
               MOVE K-CLM-CURRENCY        TO WS-CV-CURRENCY
             END-IF
             MOVE I-CLM-AMOUNT            TO WS-CV-AMOUNT
             PERFORM F-CONVERT
             ADD WS-CV-RESULT             TO WS-DELTA
           END-IF

           COMPUTE WS-PROPOSED = O-CLM-EXPOSURE + WS-DELTA
           IF WS-PROPOSED < 0
             MOVE 0                       TO WS-PROPOSED
           END-IF
           MOVE WS-PROPOSED               TO O-CLM-PROPOSED-EXPOSURE

      *    ONLY MORE CREDIT CAN BREACH -- A CUSTOMER ALREADY OVER
      *    (A LIMIT LOWERED BY A RESCORE) MAY STILL REDUCE.
           IF WS-DELTA > 0 AND WS-PROPOSED > O-CLM-LIMIT
             SET CREDLIMIT-STATUS-OVER-LIMIT TO TRUE
           END-IF
           .
       F-CHECK-GRANT-END.
           EXIT.
      ******************************************************************
       F-CONVERT SECTION.
      *    WS-CV-AMOUNT IN WS-CV-CURRENCY INTO WS-CV-RESULT IN
      *    K-CLM-CURRENCY AT TODAY'S FXRATEHIST RATE. NO RATE COUNTS
      *    THE AMOUNT AS IT STANDS RATHER THAN NOT AT ALL.
           IF WS-CV-CURRENCY = K-CLM-CURRENCY OR WS-CV-AMOUNT = 0
             MOVE WS-CV-AMOUNT            TO WS-CV-RESULT
             EXIT SECTION
           END-IF

           INITIALIZE FXHIST-INTERFACE
           MOVE SPACES                    TO I-FXH-PAIR
           STRING WS-CV-CURRENCY K-CLM-CURRENCY DELIMITED BY SIZE
             INTO I-FXH-PAIR
           END-STRING
           MOVE WS-TODAY-RAW              TO I-FXH-AS-OF-DATE
           SET PGNAME-FXRATEHIST          TO TRUE
           CALL PROGNAME USING FXHIST-INTERFACE

           IF FXHIST-STATUS-OK
             COMPUTE WS-CV-RESULT ROUNDED = WS-CV-AMOUNT * O-FXH-RATE
           ELSE
             MOVE WS-CV-AMOUNT            TO WS-CV-RESULT
             MOVE "Y"                     TO O-CLM-FX-MISSING
           END-IF
           .
       F-CONVERT-END.
           EXIT.
