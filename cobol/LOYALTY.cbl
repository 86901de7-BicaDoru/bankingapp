      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      LOYALTY.
      ******************************************************************
      *  Card loyalty points ledger -- called subprogram (same shape
      *  as CARDCTL/ODPROTECT). Every customer has one points balance
      *  across all of their cards, kept as a ledger of movements on
      *  files/loyalty.dat (see LOYALTYRECORD):
      *     EARN       a settled card purchase (CARDCLEAR) earns
      *                points at the rate files/data/loyaltyrates.dat
      *                gives for the card type and merchant category
      *                on the purchase date (LOYALTYMAINT keeps the
      *                rates; the most specific row wins, then the
      *                latest effective date), or the card type's
      *                default rate (LOYALTYCONFIG). The row expires
      *                LOYALTY-EXPIRY-MON months after the purchase.
      *     REVERSE    a chargeback the customer won (CHARGEBACK
      *                RESOLVE WON) takes back what the purchase
      *                earned. Points already redeemed are taken from
      *                the next oldest earn rows instead; when there
      *                are none the balance goes negative and the
      *                next purchase's points pay it off first.
      *     REDEEM     converts points to a cash credit on the given
      *                account at LOYALTY-PT-VALUE per point, in the
      *                account's own currency. The credit posts as a
      *                TRANSDB deposit balanced against that
      *                currency's LOYEXP internal account (see
      *                INTACCCONFIG), so the cost lands in the loyalty
      *                expense ledger. Oldest points are used first.
      *     BALANCE    the customer's position only.
      *  Every operation returns the customer's position after the
      *  call. Expiry of unused points and the monthly statement and
      *  liability report are LOYALTYRUN's.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT LY-FILE ASSIGN TO "files/loyalty.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LY-KEY
           FILE STATUS IS WS-LY-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "files/data/loyaltyrates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RATE-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  LY-FILE.
       COPY LOYALTYRECORD.

       FD  RATE-FILE.
       01  RATE-FILE-RECORD.
           05 FILE-LR-CARD-TYPE         PIC X(01).
           05 FILE-LR-MCC               PIC X(04).
           05 FILE-LR-EFF-DATE          PIC X(10).
           05 FILE-LR-RATE              PIC 9(03)V99.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "LOYALTY             ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-PARAMSTORE           VALUE "PARAMSTORE          ".

       01 CONSTANTS.
         COPY LOYALTYCONFIG.
      *    THE LOYEXP ACCOUNT A REDEMPTION IS BALANCED AGAINST.
         COPY INTACCCONFIG.

       01 INTERNAL-VARS.
         05 WS-LY-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-RATE-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
      *    THE ACCOUNT NAMED ON THE CALL, AS ACCDB HAS IT.
         05 WS-CUSTOMER-ID              PIC 9(09).
         05 WS-ACC-CURRENCY             PIC X(03).
         05 WS-ACC-STATUS               PIC X(01).
         05 WS-ACC-BALANCE              PIC S9(10)V99.
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-LAST-SEQ                 PIC 9(07).
      *    EARN.
         05 WS-TXN-DATE                 PIC 9(08).
         05 WS-TXN-ISO                  PIC X(10).
         05 WS-RATE                     PIC 9(03)V99.
         05 WS-BEST-SCORE               PIC S9(01).
         05 WS-ROW-SCORE                PIC S9(01).
         05 WS-BEST-EFF-DATE            PIC X(10).
         05 WS-POINTS                   PIC 9(09).
         05 WS-REMAINING                PIC S9(10).
         05 WS-EXPIRY-MONTHS            PIC 9(03).
         05 WS-MONTH-COUNT              PIC 9(07).
         05 WS-MONTH-REM                PIC 9(02).
         05 WS-DAY-WANTED               PIC 9(02).
         05 WS-DATE-WORK                PIC 9(08).
         05 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           10 WS-DW-YYYY                PIC 9(04).
           10 WS-DW-MM                  PIC 9(02).
           10 WS-DW-DD                  PIC 9(02).
         05 WS-MONTH-LAST-DAY           PIC 9(08).
      *    REVERSE / REDEEM.
         05 WS-CONSUME                  PIC 9(09).
         05 WS-TAKE                     PIC 9(09).
         05 WS-REV-CARD-TYPE            PIC X(01).
         05 WS-REV-MCC                  PIC X(04).
         05 WS-REV-AMOUNT               PIC 9(10)V99.
         05 WS-POINT-VALUE              PIC 9(03)V99.
         05 WS-CREDIT                   PIC 9(10)V99.
         05 WS-LOYEXP-ACCID             PIC 9(09).
         05 WS-POINTS-EDITED            PIC Z(08)9.

         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
           10 WS-TIME-HH                PIC X(02).
           10 WS-TIME-MM                PIC X(02).
           10 WS-TIME-SS                PIC X(02).
           10 WS-TIME-TT                PIC X(02).
         05 WS-DATE-RAW                 PIC 9(08).
         05 WS-DATE REDEFINES WS-DATE-RAW.
           10 WS-DATE-YYYY.
             15 WS-DATE-CC              PIC X(02).
             15 WS-DATE-YY               PIC X(02).
           10 WS-DATE-MM                PIC X(02).
           10 WS-DATE-TT                PIC X(02).
         05 WS-TIMESTAMP.
           10 T-DATE.
             15 T-YEAR                  PIC X(04).
             15 T-L1                    PIC X(01) VALUE "-".
             15 T-MONTH                 PIC X(02).
             15 T-L2                    PIC X(01) VALUE "-".
             15 T-DAY                   PIC X(02).
           10 T-L3                      PIC X(01) VALUE " ".
           10 T-TIME.
             15 T-HOUR                  PIC X(02).
             15 T-L4                    PIC X(01) VALUE ":".
             15 T-MIN                   PIC X(02).
             15 T-L5                    PIC X(01) VALUE ":".
             15 T-SEC                   PIC X(02).
             15 T-ZONE                  PIC X(03) VALUE "+00".

       01 FLAGS.
         05 FG-FILE-OPEN                PIC X VALUE 'N'.
           88 FG-FILE-OPEN-Y            VALUE 'Y'.
           88 FG-FILE-OPEN-N            VALUE 'N'.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-ROW-FOUND                PIC X VALUE 'N'.
           88 FG-ROW-FOUND-Y            VALUE 'Y'.
           88 FG-ROW-FOUND-N            VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(02).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY PARAMINTERFACE.
      ******************************************************************
       LINKAGE                     SECTION.
       COPY LOYALTYINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING LOYALTY-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           INITIALIZE LOYALTY-OUT
           SET LOYALTY-STATUS-OK          TO TRUE

           IF NOT I-LY-OP-EARN AND NOT I-LY-OP-REVERSE
           AND NOT I-LY-OP-REDEEM AND NOT I-LY-OP-BALANCE
             SET LOYALTY-STATUS-BAD-OP    TO TRUE
             GO TO MAIN-END
           END-IF

           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD

           PERFORM F-READ-ACCOUNT
           IF NOT LOYALTY-STATUS-OK
             GO TO MAIN-END
           END-IF

           PERFORM F-OPEN-FILE
           IF FG-FILE-OPEN-N
             SET LOYALTY-STATUS-IO-ERR    TO TRUE
             GO TO MAIN-END
           END-IF

           PERFORM F-SCAN-CUSTOMER

           EVALUATE TRUE
             WHEN I-LY-OP-EARN
               PERFORM F-EARN
             WHEN I-LY-OP-REVERSE
               PERFORM F-REVERSE
             WHEN I-LY-OP-REDEEM
               PERFORM F-REDEEM
           END-EVALUATE

      *    THE POSITION RETURNED IS THE ONE AFTER THE MOVEMENT.
           IF NOT I-LY-OP-BALANCE AND LOYALTY-STATUS-OK
             PERFORM F-SCAN-CUSTOMER
           END-IF

           CLOSE LY-FILE
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-READ-ACCOUNT SECTION.
      *    THE LEDGER IS PER CUSTOMER -- WHICHEVER CARD OR ACCOUNT THE
      *    CALLER HAS, THE CUSTOMER IS THE ACCOUNT'S OWNER.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM           TO TRUE
           MOVE I-LY-ACCOUNT-ID           TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB               TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK OR O-ACC-CUSTOMERID(1) = 0
             SET LOYALTY-STATUS-NOT-FOUND TO TRUE
             EXIT SECTION
           END-IF

           MOVE O-ACC-CUSTOMERID(1)       TO WS-CUSTOMER-ID
           MOVE O-ACC-CURRENCY(1)         TO WS-ACC-CURRENCY
           MOVE O-ACC-STATUS(1)           TO WS-ACC-STATUS
           MOVE O-ACC-BALANCE(1)          TO WS-ACC-BALANCE
           MOVE WS-CUSTOMER-ID            TO O-LY-CUSTOMER-ID
           .
       F-READ-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILE SECTION.
      *    FIRST USE ON A SYSTEM WITHOUT THE FILE -- CREATE IT EMPTY
      *    (SAME BOOTSTRAP AS CARDCTL'S F-OPEN-FILE).
           SET FG-FILE-OPEN-N             TO TRUE

           OPEN I-O LY-FILE
           IF WS-LY-FILE-STATUS = "35"
             OPEN OUTPUT LY-FILE
             CLOSE LY-FILE
             OPEN I-O LY-FILE
           END-IF
           IF WS-LY-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-FILE-OPEN-Y             TO TRUE
           .
       F-OPEN-FILE-END.
           EXIT.
      ******************************************************************
       F-START-CUSTOMER SECTION.
      *    POSITION ON THE CUSTOMER'S FIRST ROW -- THEIR ROWS RUN IN
      *    SEQUENCE ORDER UNTIL THE CUSTOMER ID CHANGES.
           MOVE WS-CUSTOMER-ID            TO LY-CUSTOMER-ID
           MOVE 0                         TO LY-SEQ
           START LY-FILE KEY IS NOT LESS THAN LY-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N      TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y      TO TRUE
           END-START
           .
       F-START-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-READ-NEXT-ROW SECTION.
           READ LY-FILE NEXT RECORD
             AT END
               SET FG-MORE-RECORDS-N      TO TRUE
             NOT AT END
               IF LY-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                 SET FG-MORE-RECORDS-N    TO TRUE
               END-IF
           END-READ
           .
       F-READ-NEXT-ROW-END.
           EXIT.
      ******************************************************************
       F-SCAN-CUSTOMER SECTION.
      *    THE CUSTOMER'S POSITION, AND THE LAST SEQUENCE USED SO A
      *    NEW ROW GOES ON THE END.
           MOVE 0                         TO WS-LAST-SEQ
           MOVE 0                         TO O-LY-BALANCE
           MOVE 0                         TO O-LY-EARNED
           MOVE 0                         TO O-LY-REVERSED
           MOVE 0                         TO O-LY-REDEEMED
           MOVE 0                         TO O-LY-EXPIRED
           MOVE 0                         TO O-LY-NEXT-EXPIRY-DATE
           MOVE 0                         TO O-LY-NEXT-EXPIRY-POINTS

           PERFORM F-START-CUSTOMER
           IF FG-MORE-RECORDS-Y
             PERFORM F-READ-NEXT-ROW
           END-IF

           PERFORM UNTIL FG-MORE-RECORDS-N
             MOVE LY-SEQ                  TO WS-LAST-SEQ
             ADD LY-POINTS                TO O-LY-BALANCE
             EVALUATE TRUE
               WHEN LY-IS-EARN
                 ADD LY-POINTS            TO O-LY-EARNED
               WHEN LY-IS-REVERSAL
                 SUBTRACT LY-POINTS     FROM O-LY-REVERSED
               WHEN LY-IS-REDEEM
                 SUBTRACT LY-POINTS     FROM O-LY-REDEEMED
               WHEN LY-IS-EXPIRY
                 SUBTRACT LY-POINTS     FROM O-LY-EXPIRED
             END-EVALUATE

             IF LY-IS-EARN AND LY-REMAINING > 0
               EVALUATE TRUE
                 WHEN O-LY-NEXT-EXPIRY-DATE = 0
                 OR LY-EXPIRY-DATE < O-LY-NEXT-EXPIRY-DATE
                   MOVE LY-EXPIRY-DATE    TO O-LY-NEXT-EXPIRY-DATE
                   MOVE LY-REMAINING      TO O-LY-NEXT-EXPIRY-POINTS
                 WHEN LY-EXPIRY-DATE = O-LY-NEXT-EXPIRY-DATE
                   ADD LY-REMAINING       TO O-LY-NEXT-EXPIRY-POINTS
               END-EVALUATE
             END-IF

             PERFORM F-READ-NEXT-ROW
           END-PERFORM
           .
       F-SCAN-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-EARN SECTION.
           IF I-LY-DATE = 0
             MOVE WS-TODAY-RAW            TO WS-TXN-DATE
           ELSE
             MOVE I-LY-DATE               TO WS-TXN-DATE
           END-IF

           PERFORM F-FIND-RATE
      *    WHOLE POINTS ONLY -- THE FRACTION IS DROPPED.
           COMPUTE WS-POINTS = I-LY-AMOUNT * WS-RATE
           IF WS-POINTS = 0
             EXIT SECTION
           END-IF

           INITIALIZE PARAMSTORE-INTERFACE
           SET I-PARAM-OP-GET             TO TRUE
           MOVE "LOYALTY-EXPIRY-MON"      TO I-PARAM-NAME
           MOVE K-LY-EXPIRY-MONTHS        TO I-PARAM-DEFAULT
           SET PGNAME-PARAMSTORE          TO TRUE
           CALL PROGNAME USING PARAMSTORE-INTERFACE
           MOVE O-PARAM-VALUE             TO WS-EXPIRY-MONTHS

      *    A BALANCE LEFT NEGATIVE BY AN EARLIER REVERSAL IS PAID OFF
      *    OUT OF THESE POINTS BEFORE ANY OF THEM CAN BE SPENT.
           COMPUTE WS-REMAINING = WS-POINTS + O-LY-BALANCE
           IF O-LY-BALANCE > 0
             MOVE WS-POINTS               TO WS-REMAINING
           END-IF
           IF WS-REMAINING < 0
             MOVE 0                       TO WS-REMAINING
           END-IF

           MOVE WS-TXN-DATE               TO WS-DATE-WORK
           PERFORM F-ADD-MONTHS

           INITIALIZE LOYALTY-RECORD
           MOVE WS-CUSTOMER-ID            TO LY-CUSTOMER-ID
           COMPUTE LY-SEQ = WS-LAST-SEQ + 1
           MOVE WS-TXN-DATE               TO LY-DATE
           SET LY-IS-EARN                 TO TRUE
           MOVE WS-POINTS                 TO LY-POINTS
           MOVE I-LY-CARD-ID              TO LY-CARD-ID
           MOVE I-LY-ACCOUNT-ID           TO LY-ACCOUNT-ID
           MOVE I-LY-CARD-TYPE            TO LY-CARD-TYPE
           MOVE I-LY-MCC                  TO LY-MCC
           MOVE I-LY-AMOUNT               TO LY-AMOUNT
           MOVE I-LY-REFERENCE            TO LY-REFERENCE
           MOVE WS-DATE-WORK              TO LY-EXPIRY-DATE
           MOVE WS-REMAINING              TO LY-REMAINING
           SET LY-REVERSED-N              TO TRUE
           WRITE LOYALTY-RECORD
           IF WS-LY-FILE-STATUS NOT = "00"
             SET LOYALTY-STATUS-IO-ERR    TO TRUE
             EXIT SECTION
           END-IF

           MOVE WS-POINTS                 TO O-LY-POINTS
           .
       F-EARN-END.
           EXIT.
      ******************************************************************
       F-FIND-RATE SECTION.
      *    A ROW NAMING THE MERCHANT CATEGORY BEATS A "****" ROW, AND
      *    A ROW NAMING THE CARD TYPE BEATS A "*" ROW; AMONG EQUALLY
      *    SPECIFIC ROWS THE LATEST EFFECTIVE DATE NOT AFTER THE
      *    PURCHASE WINS. NO FILE OR NO MATCHING ROW -- THE CARD
      *    TYPE'S DEFAULT RATE.
           IF I-LY-CARD-TYPE = "C"
             MOVE K-LY-DEFAULT-RATE-CREDIT TO WS-RATE
           ELSE
             MOVE K-LY-DEFAULT-RATE-DEBIT TO WS-RATE
           END-IF

           MOVE WS-TXN-DATE               TO WS-DATE-WORK
           STRING WS-DW-YYYY "-" WS-DW-MM "-" WS-DW-DD
             DELIMITED BY SIZE
             INTO WS-TXN-ISO
           END-STRING
           MOVE -1                        TO WS-BEST-SCORE
           MOVE SPACES                    TO WS-BEST-EFF-DATE

           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-MORE-RECORDS-Y          TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ RATE-FILE
               AT END
                 SET FG-MORE-RECORDS-N    TO TRUE
               NOT AT END
                 PERFORM F-SCORE-RATE-ROW
             END-READ
           END-PERFORM

           CLOSE RATE-FILE
           .
       F-FIND-RATE-END.
           EXIT.
      ******************************************************************
       F-SCORE-RATE-ROW SECTION.
           IF FILE-LR-EFF-DATE > WS-TXN-ISO
             EXIT SECTION
           END-IF
           IF FILE-LR-CARD-TYPE NOT = "*"
           AND FILE-LR-CARD-TYPE NOT = I-LY-CARD-TYPE
             EXIT SECTION
           END-IF
           IF FILE-LR-MCC NOT = "****"
           AND FILE-LR-MCC NOT = I-LY-MCC
             EXIT SECTION
           END-IF

           MOVE 0                         TO WS-ROW-SCORE
           IF FILE-LR-MCC NOT = "****"
             ADD 2                        TO WS-ROW-SCORE
           END-IF
           IF FILE-LR-CARD-TYPE NOT = "*"
             ADD 1                        TO WS-ROW-SCORE
           END-IF

           IF WS-ROW-SCORE > WS-BEST-SCORE
           OR (WS-ROW-SCORE = WS-BEST-SCORE
               AND FILE-LR-EFF-DATE > WS-BEST-EFF-DATE)
             MOVE WS-ROW-SCORE            TO WS-BEST-SCORE
             MOVE FILE-LR-EFF-DATE        TO WS-BEST-EFF-DATE
             MOVE FILE-LR-RATE            TO WS-RATE
           END-IF
           .
       F-SCORE-RATE-ROW-END.
           EXIT.
      ******************************************************************
       F-ADD-MONTHS SECTION.
      *    WS-DATE-WORK MOVED ON WS-EXPIRY-MONTHS CALENDAR MONTHS; A
      *    DAY THE TARGET MONTH DOES NOT HAVE BECOMES ITS LAST DAY.
           MOVE WS-DW-DD                  TO WS-DAY-WANTED
           COMPUTE WS-MONTH-COUNT =
                   WS-DW-YYYY * 12 + WS-DW-MM - 1 + WS-EXPIRY-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-DW-YYYY
                  REMAINDER WS-MONTH-REM
           COMPUTE WS-DW-MM = WS-MONTH-REM + 1
           MOVE 1                         TO WS-DW-DD

      *    LAST DAY OF THE TARGET MONTH = DAY BEFORE THE NEXT FIRST.
           IF WS-DW-MM = 12
             ADD 1                        TO WS-DW-YYYY
             MOVE 1                       TO WS-DW-MM
           ELSE
             ADD 1                        TO WS-DW-MM
           END-IF
           COMPUTE WS-MONTH-LAST-DAY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1)

           MOVE WS-MONTH-LAST-DAY         TO WS-DATE-WORK
           IF WS-DAY-WANTED < WS-DW-DD
             MOVE WS-DAY-WANTED           TO WS-DW-DD
           END-IF
           .
       F-ADD-MONTHS-END.
           EXIT.
      ******************************************************************
       F-REVERSE SECTION.
      *    THE EARN ROW FOR THE CARD AND REFERENCE, NOT YET REVERSED,
      *    IS TAKEN BACK IN FULL. WHATEVER IS LEFT ON IT GOES AT ONCE;
      *    THE PART ALREADY SPENT IS TAKEN FROM THE OLDEST OTHER ROWS.
      *    (A DISPUTE IS SETTLED WELL INSIDE THE EXPIRY PERIOD, SO THE
      *    ROW ITSELF HAS NOT EXPIRED.)
           SET FG-ROW-FOUND-N             TO TRUE
           PERFORM F-START-CUSTOMER
           IF FG-MORE-RECORDS-Y
             PERFORM F-READ-NEXT-ROW
           END-IF

           PERFORM UNTIL FG-MORE-RECORDS-N
             IF LY-IS-EARN AND LY-REVERSED-N
             AND LY-CARD-ID = I-LY-CARD-ID
             AND LY-REFERENCE = I-LY-REFERENCE
               SET FG-ROW-FOUND-Y         TO TRUE
               SET FG-MORE-RECORDS-N      TO TRUE
             ELSE
               PERFORM F-READ-NEXT-ROW
             END-IF
           END-PERFORM

           IF FG-ROW-FOUND-N
             SET LOYALTY-STATUS-NOT-FOUND TO TRUE
             EXIT SECTION
           END-IF

           MOVE LY-POINTS                 TO WS-POINTS
           COMPUTE WS-CONSUME = LY-POINTS - LY-REMAINING
           MOVE LY-CARD-TYPE              TO WS-REV-CARD-TYPE
           MOVE LY-MCC                    TO WS-REV-MCC
           MOVE LY-AMOUNT                 TO WS-REV-AMOUNT
           MOVE 0                         TO LY-REMAINING
           SET LY-REVERSED-Y              TO TRUE
           REWRITE LOYALTY-RECORD
           IF WS-LY-FILE-STATUS NOT = "00"
             SET LOYALTY-STATUS-IO-ERR    TO TRUE
             EXIT SECTION
           END-IF

      *    WHAT CANNOT BE COVERED LEAVES THE BALANCE NEGATIVE.
           IF WS-CONSUME > 0
             PERFORM F-CONSUME-POINTS
           END-IF

           INITIALIZE LOYALTY-RECORD
           MOVE WS-CUSTOMER-ID            TO LY-CUSTOMER-ID
           COMPUTE LY-SEQ = WS-LAST-SEQ + 1
           MOVE WS-TODAY-RAW              TO LY-DATE
           SET LY-IS-REVERSAL             TO TRUE
           COMPUTE LY-POINTS = 0 - WS-POINTS
           MOVE I-LY-CARD-ID              TO LY-CARD-ID
           MOVE I-LY-ACCOUNT-ID           TO LY-ACCOUNT-ID
           MOVE WS-REV-CARD-TYPE          TO LY-CARD-TYPE
           MOVE WS-REV-MCC                TO LY-MCC
           MOVE WS-REV-AMOUNT             TO LY-AMOUNT
           MOVE I-LY-REFERENCE            TO LY-REFERENCE
           WRITE LOYALTY-RECORD
           IF WS-LY-FILE-STATUS NOT = "00"
             SET LOYALTY-STATUS-IO-ERR    TO TRUE
             EXIT SECTION
           END-IF

           MOVE WS-POINTS                 TO O-LY-POINTS
           .
       F-REVERSE-END.
           EXIT.
      ******************************************************************
       F-CONSUME-POINTS SECTION.
      *    TAKES WS-CONSUME POINTS OFF THE REMAINING BALANCE OF THE
      *    CUSTOMER'S EARN ROWS, OLDEST FIRST. ANYTHING LEFT OVER IN
      *    WS-CONSUME COULD NOT BE COVERED.
           PERFORM F-START-CUSTOMER
           IF FG-MORE-RECORDS-Y
             PERFORM F-READ-NEXT-ROW
           END-IF

           PERFORM UNTIL FG-MORE-RECORDS-N OR WS-CONSUME = 0
             IF LY-IS-EARN AND LY-REMAINING > 0
               IF LY-REMAINING < WS-CONSUME
                 MOVE LY-REMAINING        TO WS-TAKE
               ELSE
                 MOVE WS-CONSUME          TO WS-TAKE
               END-IF
               SUBTRACT WS-TAKE         FROM LY-REMAINING
               SUBTRACT WS-TAKE         FROM WS-CONSUME
               REWRITE LOYALTY-RECORD
             END-IF
             PERFORM F-READ-NEXT-ROW
           END-PERFORM
           .
       F-CONSUME-POINTS-END.
           EXIT.
      ******************************************************************
       F-REDEEM SECTION.
           IF I-LY-POINTS = 0 OR WS-ACC-STATUS NOT = "A"
             SET LOYALTY-STATUS-BAD-DATA  TO TRUE
             EXIT SECTION
           END-IF
           IF I-LY-POINTS < K-LY-MIN-REDEEM
           OR I-LY-POINTS > O-LY-BALANCE
             SET LOYALTY-STATUS-INSUFFICIENT TO TRUE
             EXIT SECTION
           END-IF

           INITIALIZE PARAMSTORE-INTERFACE
           SET I-PARAM-OP-GET             TO TRUE
           MOVE "LOYALTY-PT-VALUE"        TO I-PARAM-NAME
           MOVE K-LY-POINT-VALUE          TO I-PARAM-DEFAULT
           SET PGNAME-PARAMSTORE          TO TRUE
           CALL PROGNAME USING PARAMSTORE-INTERFACE
           MOVE O-PARAM-VALUE             TO WS-POINT-VALUE

           COMPUTE WS-CREDIT ROUNDED = I-LY-POINTS * WS-POINT-VALUE

      *    THE COST GOES TO THE LOYALTY EXPENSE LEDGER OF THE
      *    ACCOUNT'S OWN CURRENCY -- NONE CONFIGURED, NO REDEMPTION.
           MOVE 0                         TO WS-LOYEXP-ACCID
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > K-INTACC-COUNT
             IF K-INTACC-PURPOSE(IND-1) = "LOYEXP"
             AND K-INTACC-CURRENCY(IND-1) = WS-ACC-CURRENCY
               MOVE K-INTACC-ACCID(IND-1) TO WS-LOYEXP-ACCID
             END-IF
           END-PERFORM
           IF WS-CREDIT = 0 OR WS-LOYEXP-ACCID = 0
             SET LOYALTY-STATUS-BAD-DATA  TO TRUE
             EXIT SECTION
           END-IF

           COMPUTE WS-NEW-BALANCE = WS-ACC-BALANCE + WS-CREDIT
           MOVE I-LY-POINTS               TO WS-POINTS-EDITED

           PERFORM F-BUILD-TIMESTAMP
           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST            TO TRUE
           MOVE I-LY-ACCOUNT-ID           TO I-TRANS-ACCOUNTID
           SET I-TRANS-TYPE-DEPOSIT       TO TRUE
           MOVE WS-CREDIT                 TO I-TRANS-AMMOUNT
           MOVE WS-TIMESTAMP              TO I-TRANS-TIMESTAMP
           MOVE WS-NEW-BALANCE            TO I-TRANS-ACCBALANCE
           STRING "LOYALTY REDEMPTION "
                  FUNCTION TRIM(WS-POINTS-EDITED) " POINTS"
             DELIMITED BY SIZE INTO I-TRANS-MEMO
           END-STRING
           MOVE I-LY-ACTOR-BUSR-ID        TO I-TRANS-ACTOR-BUSR-ID
           MOVE WS-LOYEXP-ACCID           TO I-TRANS-CONTRA-ACCID
           SET PGNAME-TRANSDB             TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE

      *    A FAILED POST MUST NOT MOVE THE STORED BALANCE OR TAKE
      *    ANY POINTS.
           IF NOT TRANSDB-STATUS-OK
             SET LOYALTY-STATUS-POST-ERR  TO TRUE
             EXIT SECTION
           END-IF

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-PUT               TO TRUE
           MOVE I-LY-ACCOUNT-ID           TO I-ACC-ACCOUNTID
           MOVE WS-NEW-BALANCE            TO I-ACC-BALANCE
           SET PGNAME-ACCDB               TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

      *    NO POINTS EITHER IF THE BALANCE DID NOT TAKE THE CREDIT.
      *    THE POSTED ROW STANDS; EODRECON SHOWS IT AGAINST THE
      *    STORED BALANCE.
           IF NOT ACCDB-STATUS-OK
             SET LOYALTY-STATUS-POST-ERR  TO TRUE
             EXIT SECTION
           END-IF

           MOVE I-LY-POINTS               TO WS-CONSUME
           PERFORM F-CONSUME-POINTS

           INITIALIZE LOYALTY-RECORD
           MOVE WS-CUSTOMER-ID            TO LY-CUSTOMER-ID
           COMPUTE LY-SEQ = WS-LAST-SEQ + 1
           MOVE WS-TODAY-RAW              TO LY-DATE
           SET LY-IS-REDEEM               TO TRUE
           COMPUTE LY-POINTS = 0 - I-LY-POINTS
           MOVE I-LY-ACCOUNT-ID           TO LY-ACCOUNT-ID
           MOVE WS-CREDIT                 TO LY-AMOUNT
           MOVE I-LY-ACTOR-BUSR-ID        TO LY-ACTOR-BUSR-ID
           WRITE LOYALTY-RECORD
           IF WS-LY-FILE-STATUS NOT = "00"
             SET LOYALTY-STATUS-IO-ERR    TO TRUE
             EXIT SECTION
           END-IF

           MOVE I-LY-POINTS               TO O-LY-POINTS
           MOVE WS-CREDIT                 TO O-LY-CREDIT
           MOVE WS-ACC-CURRENCY           TO O-LY-CURRENCY
           MOVE WS-NEW-BALANCE            TO O-LY-NEW-ACC-BALANCE
           .
       F-REDEEM-END.
           EXIT.
      ******************************************************************
       F-BUILD-TIMESTAMP SECTION.
           ACCEPT WS-TIME-RAW FROM TIME
           ACCEPT WS-DATE-RAW FROM DATE
           MOVE '20'                       TO WS-DATE-CC
           MOVE WS-DATE-YYYY               TO T-YEAR
           MOVE WS-DATE-MM                 TO T-MONTH
           MOVE WS-DATE-TT                 TO T-DAY
           MOVE WS-TIME-HH                 TO T-HOUR
           MOVE WS-TIME-MM                 TO T-MIN
           MOVE WS-TIME-SS                 TO T-SEC
           .
       F-BUILD-TIMESTAMP-END.
           EXIT.
